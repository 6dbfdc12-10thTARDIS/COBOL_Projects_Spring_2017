       IDENTIFICATION DIVISION.
       PROGRAM-ID.    LOTMNTRB.
       AUTHOR.        RYAN BROOKS
      * MATERIAL LOT STATUS MAINTENANCE.  WHEN THE MILL CALLED ABOUT
      * A BAD DYE LOT THE ONLY WAY TO KEEP IT OFF THE FLOOR WAS TO
      * EDIT MATLOTS.DAT BY HAND, AND THE SHAPE RUN WOULD HAPPILY
      * DRAW THE NEXT ORDER FROM IT.  A LOT NOW CARRIES A STATUS -
      * AVAILABLE, QUARANTINED, RELEASED OR SCRAPPED - SET HERE FROM
      * A TRANSACTION FILE BY A SIGNED-ON OPERATOR:
      *   Q - QUARANTINE.  THE SHAPE RUN (MATHSHPS) WILL NOT DRAW
      *       THE LOT AND THE CUT SCHEDULE (CUTSCHRB) WILL NOT SPEND
      *       ITS REMNANTS.  A LOT ALREADY EMPTIED TO REMNANTS CAN BE
      *       QUARANTINED TOO - IT COMES BACK ONTO THE LOT FILE
      *       EMPTY TO HOLD THEM.  THE RECALL REPORT PRINTS AT ONCE.
      *   R - RELEASE A QUARANTINED LOT BACK TO USE.
      *   S - SCRAP.  THE LOT AND ITS REMNANTS ARE WRITTEN OFF THE
      *       PRODUCT FILE'S ON-HAND STOCK.
      * EVERY CHANGE IS STAMPED WITH THE DATE AND THE OPERATOR AND
      * LISTED WITH ITS REASON.  THE RECALL REPORT SHOWS, FOR EACH
      * LOT QUARANTINED, EVERY ORDER ALREADY CUT FROM IT (WITH ITS
      * CUSTOMER AND SHIP STATUS) AND EVERY OPEN ORDER LINE WHOSE
      * MATERIAL IS NO LONGER COVERED ONCE THE LOT IS OUT OF STOCK -
      * THE RESERVATIONS ON MATALLOC.DAT, TAKEN IN PROMISED-DATE
      * ORDER, AGAINST THE STOCK LEFT USABLE.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOT-TRANS-IN ASSIGN DYNAMIC
                 WS-LOT-TRANS-IN-PATH
             organization is line sequential
             file status is WS-LOT-TRANS-IN-STATUS.
           SELECT MATLOT-FILE ASSIGN DYNAMIC
                 WS-MATLOT-PATH
             organization is line sequential
             file status is WS-MATLOT-STATUS.
           SELECT REMNANT-FILE ASSIGN DYNAMIC
                 WS-REMNANT-PATH
             organization is line sequential
             file status is WS-REMNANT-STATUS.
           SELECT PRODUCT-LOOKUP-FILE ASSIGN DYNAMIC
                 WS-PRODUCT-LOOKUP-PATH
             organization is line sequential
             file status is WS-PRODUCT-LOOKUP-STATUS.
           SELECT LOT-TRACE-FILE ASSIGN DYNAMIC
                 WS-LOT-TRACE-PATH
             organization is line sequential
             file status is WS-LOT-TRACE-STATUS.
           SELECT ORDER-HEADER-FILE ASSIGN DYNAMIC
                 WS-ORDER-HEADER-PATH
             organization is line sequential
             file status is WS-ORDER-HEADER-STATUS.
           SELECT ALLOCATION-FILE ASSIGN DYNAMIC
                 WS-ALLOCATION-PATH
             organization is line sequential
             file status is WS-ALLOCATION-STATUS.
           SELECT CHANGE-LISTING
             ASSIGN DYNAMIC WS-CHANGE-LISTING-PATH
             organization is LINE sequential
             file status is WS-CHANGE-LISTING-STATUS.
           SELECT RECALL-REPORT
             ASSIGN DYNAMIC WS-RECALL-REPORT-PATH
             organization is LINE sequential
             file status is WS-RECALL-REPORT-STATUS.
           SELECT AUDIT-TRAIL-FILE ASSIGN DYNAMIC
                 WS-AUDIT-TRAIL-PATH
             organization is line sequential
             file status is WS-AUDIT-TRAIL-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  LOT-TRANS-IN
           RECORDING MODE IS F
           DATA RECORD IS LOT-TRANS-RECORD.
       01 LOT-TRANS-RECORD.
           05  TRN-ACTION               PIC X(01).
               88 TRN-QUARANTINE           VALUE "Q".
               88 TRN-RELEASE              VALUE "R".
               88 TRN-SCRAP                VALUE "S".
           05  TRN-PRODUCT-ID           PIC X(05).
           05  TRN-LOT-NUMBER           PIC X(06).
           05  TRN-REASON               PIC X(30).

       FD  MATLOT-FILE
           RECORDING MODE IS F
           DATA RECORD IS MATLOT-RECORD.
      * THE ROLL/LOT INVENTORY RECEIVING WRITES.  A LOT RECEIVED
      * BEFORE LOTS CARRIED A STATUS READS IN BLANK - AVAILABLE.
       01 MATLOT-RECORD.
           05  MLT-PRODUCT-ID           PIC X(05).
           05  MLT-LOT-NUMBER           PIC X(06).
           05  MLT-RECEIVED-DATE        PIC X(08).
           05  MLT-QTY-REMAINING        PIC 9(05).
           05  MLT-LOT-STATUS           PIC X(01).
           05  MLT-STATUS-DATE          PIC X(08).
           05  MLT-STATUS-USER          PIC X(08).

       FD  REMNANT-FILE
           RECORDING MODE IS F
           DATA RECORD IS REMNANT-RECORD.
      * USABLE OFFCUTS, EACH STILL PART OF ITS PRODUCT'S ON-HAND
      * STOCK AND OF THE LOT IT WAS CUT FROM.
       01 REMNANT-RECORD.
           05  RMN-PRODUCT-ID           PIC X(05).
           05  RMN-LOT-NUMBER           PIC X(06).
           05  RMN-QTY                  PIC 9(05).
           05  RMN-DATE                 PIC X(08).

       FD  PRODUCT-LOOKUP-FILE
           RECORDING MODE IS F
           DATA RECORD IS PRODUCT-LOOKUP-FILE-RECORD.
       01 PRODUCT-LOOKUP-FILE-RECORD.
           05 FILE-PRODUCT-ID-KEY       PIC X(05).
           05 FILE-PRODUCT-NAME         PIC X(10).
           05 FILE-PRODUCT-PRICE        PIC 9(03)V99.
           05 FILE-PRODUCT-STOCK-QTY    PIC 9(05).
           05 FILE-PRODUCT-REORDER-PT   PIC 9(05).
           05 FILE-PRODUCT-UNIT-COST    PIC 9(03)V99.
           05 FILE-PRODUCT-ALLOC-QTY    PIC 9(05).
           05 FILE-PRODUCT-AVAIL-QTY    PIC 9(05).

       FD  LOT-TRACE-FILE
           RECORDING MODE IS F
           DATA RECORD IS LOT-TRACE-RECORD.
       01 LOT-TRACE-RECORD.
           05  LTR-RUN-DATE             PIC X(08).
           05  LTR-ORDER-NUMBER         PIC X(06).
           05  LTR-PRODUCT-ID           PIC X(05).
           05  LTR-LOT-NUMBER           PIC X(06).
           05  LTR-QTY                  PIC 9(05).

       FD  ORDER-HEADER-FILE
           RECORDING MODE IS F
           DATA RECORD IS ORDER-HEADER-RECORD.
      * THE ORDER HEADERS ORDHDRRB KEEPS - READ FOR THE CUSTOMER
      * AND THE SHIP STATUS OF EACH ORDER ON THE RECALL.
       01 ORDER-HEADER-RECORD.
          05 OHR-ORDER-NUMBER         PIC X(06).
          05 OHR-CUST-NUMBER          PIC X(06).
          05 OHR-CURRENCY-CODE        PIC X(03).
          05 OHR-ORDER-DATE           PIC X(08).
          05 OHR-PROMISED-DATE        PIC X(08).
          05 OHR-SALES-ID             PIC X(03).
          05 OHR-SALES-SPLIT          PIC X(15).
          05 OHR-ORDER-STATUS         PIC X(01).
          05 OHR-LINE-COUNT           PIC 9(02).
          05 OHR-LINES-OPEN           PIC 9(02).
          05 OHR-LINES-IN-WORK        PIC 9(02).
          05 OHR-LINES-SHIPPED        PIC 9(02).
          05 OHR-LINES-CANCELLED      PIC 9(02).

       FD  ALLOCATION-FILE
           RECORDING MODE IS F
           DATA RECORD IS ALLOCATION-RECORD.
      * THE MATERIAL RESERVATIONS MATALCRB KEEPS - ONE ROW PER OPEN
      * ORDER LINE HOLDING MATERIAL.
       01 ALLOCATION-RECORD.
           05  ALC-ORDER-NUMBER         PIC X(06).
           05  ALC-LINE-NUMBER          PIC X(02).
           05  ALC-MATERIAL             PIC X(05).
           05  ALC-PROMISED-DATE        PIC X(08).
           05  ALC-QTY-NEEDED           PIC 9(05).
           05  ALC-QTY-ALLOCATED        PIC 9(05).
           05  ALC-QTY-SHORT            PIC 9(05).
           05  ALC-STATUS               PIC X(01).

       FD  CHANGE-LISTING
           RECORDING MODE IS F
           DATA RECORD IS CHANGE-LISTING-RECORD.
       01 CHANGE-LISTING-RECORD          PIC X(133).

       FD  RECALL-REPORT
           RECORDING MODE IS F
           DATA RECORD IS RECALL-REPORT-RECORD.
       01 RECALL-REPORT-RECORD           PIC X(133).

       FD  AUDIT-TRAIL-FILE
           RECORDING MODE IS F
           DATA RECORD IS AUDIT-TRAIL-RECORD.
       01 AUDIT-TRAIL-RECORD             PIC X(89).

       WORKING-STORAGE SECTION.
      * FILE PATHS - DEFAULT TO THE PATHS BELOW, BUT CAN BE OVERRIDDEN
      * AT RUN TIME BY SETTING THE MATCHING ENVIRONMENT VARIABLE
      * BEFORE STARTING THE PROGRAM (SEE 0500-GET-FILE-PATHS):
        01 WS-FILE-PATHS.
           05 WS-LOT-TRANS-IN-PATH      PIC X(80)
                VALUE "C:\Users\Ryan\Desktop\LOTMAINT.txt".
           05 WS-MATLOT-PATH            PIC X(80)
                VALUE "C:\Users\Ryan\Desktop\MATLOTS.DAT".
           05 WS-REMNANT-PATH           PIC X(80)
                VALUE "C:\Users\Ryan\Desktop\REMNANTS.DAT".
           05 WS-PRODUCT-LOOKUP-PATH    PIC X(80)
                VALUE "C:\Users\Ryan\Desktop\PRODUCTLOOKUP.DAT".
           05 WS-LOT-TRACE-PATH         PIC X(80)
                VALUE "C:\Users\Ryan\Desktop\LOTTRACE.DAT".
           05 WS-ORDER-HEADER-PATH      PIC X(80)
                VALUE "C:\Users\Ryan\Desktop\ORDHDR.DAT".
           05 WS-ALLOCATION-PATH        PIC X(80)
                VALUE "C:\Users\Ryan\Desktop\MATALLOC.DAT".
           05 WS-CHANGE-LISTING-PATH    PIC X(80)
                VALUE "C:\Users\Ryan\Desktop\LOTMAINT-CHANGES.rpt".
           05 WS-RECALL-REPORT-PATH     PIC X(80)
                VALUE "C:\Users\Ryan\Desktop\LOTRECALL.rpt".
           05 WS-AUDIT-TRAIL-PATH       PIC X(80)
                VALUE "C:\Users\Ryan\Desktop\OPS-AUDIT-TRAIL.LOG".
           05 WS-ENV-PATH-OVERRIDE      PIC X(80).

      * File status
        COPY "FILESTAT.cpy" REPLACING
            ==STATUS-FIELD==   BY ==WS-LOT-TRANS-IN-STATUS==
            ==STATUS-OK==      BY ==LOT-TRANS-IN-SUCCESSFUL==
            ==STATUS-EOF==     BY ==END-OF-LOT-TRANS-IN==
            ==STATUS-INVALID== BY ==INVALID-VALUE-IN-FILE==.
        01 WS-MATLOT-STATUS             pic X(02).
           88 MATLOT-SUCCESSFUL            VALUE "00".
           88 END-OF-MATLOT                VALUE "10".
        01 WS-REMNANT-STATUS            pic X(02).
           88 REMNANT-SUCCESSFUL           VALUE "00".
           88 END-OF-REMNANT               VALUE "10".
        01 WS-PRODUCT-LOOKUP-STATUS     pic X(02).
           88 PRODUCT-LOOKUP-SUCCESSFUL    VALUE "00".
           88 END-OF-PRODUCT-LOOKUP        VALUE "10".
        01 WS-LOT-TRACE-STATUS          pic X(02).
           88 LOT-TRACE-SUCCESSFUL         VALUE "00".
           88 END-OF-LOT-TRACE             VALUE "10".
        01 WS-ORDER-HEADER-STATUS       pic X(02).
           88 ORDER-HEADER-SUCCESSFUL      VALUE "00".
           88 END-OF-ORDER-HEADER          VALUE "10".
        01 WS-ALLOCATION-STATUS         pic X(02).
           88 ALLOCATION-SUCCESSFUL        VALUE "00".
           88 END-OF-ALLOCATION            VALUE "10".
        01 WS-CHANGE-LISTING-STATUS     pic X(02).
           88 GOOD-CHANGE-LISTING-WRITE    VALUE "00".
        01 WS-RECALL-REPORT-STATUS      pic X(02).
           88 GOOD-RECALL-REPORT-WRITE     VALUE "00".
        01 WS-AUDIT-TRAIL-STATUS        pic X(02).
           88 GOOD-AUDIT-TRAIL-WRITE       VALUE "00".

      * THE LOT, REMNANT AND PRODUCT TABLES, LOADED AT STARTUP,
      * UPDATED AS TRANSACTIONS APPLY, REWRITTEN AT END OF RUN:
        01 WS-LOT-COUNT                 PIC 9(04) VALUE 0.
        01 WS-LOT-SUB                   PIC 9(04) VALUE 0.
        01 WS-LOT-TABLE.
           05 LOT-TABLE-ENTRY OCCURS 0 TO 1000 TIMES
                 DEPENDING ON WS-LOT-COUNT.
              10 TABLE-LOT-PRODUCT      PIC X(05).
              10 TABLE-LOT-NUMBER       PIC X(06).
              10 TABLE-LOT-DATE         PIC X(08).
              10 TABLE-LOT-QTY          PIC 9(05).
              10 TABLE-LOT-STATUS       PIC X(01).
                 88 TABLE-LOT-AVAILABLE    VALUE " " "A".
                 88 TABLE-LOT-QUARANTINED  VALUE "Q".
                 88 TABLE-LOT-RELEASED     VALUE "R".
                 88 TABLE-LOT-SCRAPPED     VALUE "S".
              10 TABLE-LOT-STAT-DATE    PIC X(08).
              10 TABLE-LOT-STAT-USER    PIC X(08).
        01 WS-RMN-COUNT                 PIC 9(04) VALUE 0.
        01 WS-RMN-SUB                   PIC 9(04) VALUE 0.
        01 WS-RMN-TABLE.
           05 RMN-TABLE-ENTRY OCCURS 0 TO 1000 TIMES
                 DEPENDING ON WS-RMN-COUNT.
              10 TABLE-RMN-PRODUCT      PIC X(05).
              10 TABLE-RMN-LOT          PIC X(06).
              10 TABLE-RMN-QTY          PIC 9(05).
              10 TABLE-RMN-DATE         PIC X(08).
      * A REMNANT OF A SCRAPPED LOT IS DROPPED AT THE REWRITE.
              10 TABLE-RMN-DROP-SW      PIC X(01).
                 88 TABLE-RMN-DROPPED      VALUE "Y".
        01 WS-PRD-COUNT                 PIC 9(03) VALUE 0.
        01 WS-PRD-SUB                   PIC 9(03) VALUE 0.
        01 WS-PRD-TABLE.
           05 PRD-TABLE-ENTRY OCCURS 0 TO 500 TIMES
                 DEPENDING ON WS-PRD-COUNT.
              10 TABLE-PRD-ID           PIC X(05).
              10 TABLE-PRD-NAME         PIC X(10).
              10 TABLE-PRD-PRICE        PIC 9(03)V99.
              10 TABLE-PRD-STOCK        PIC 9(05).
              10 TABLE-PRD-REORDER      PIC 9(05).
              10 TABLE-PRD-COST         PIC 9(03)V99.
              10 TABLE-PRD-ALLOC        PIC 9(05).
              10 TABLE-PRD-AVAIL        PIC 9(05).
      * ORDER HEADERS AND RESERVATIONS FOR THE RECALL REPORT.  THE
      * RESERVATIONS ARE HELD IN PROMISED-DATE ORDER - THE ORDER
      * THE STOCK WILL BE SPENT IN.
        01 WS-HDR-COUNT                 PIC 9(04) VALUE 0.
        01 WS-HDR-SUB                   PIC 9(04) VALUE 0.
        01 WS-HDR-TABLE.
           05 HDR-TABLE-ENTRY OCCURS 0 TO 2000 TIMES
                 DEPENDING ON WS-HDR-COUNT.
              10 TABLE-HDR-ORDER        PIC X(06).
              10 TABLE-HDR-CUST         PIC X(06).
              10 TABLE-HDR-STATUS       PIC X(01).
              10 TABLE-HDR-LINES        PIC 9(02).
              10 TABLE-HDR-SHIPPED      PIC 9(02).
        01 WS-ALC-COUNT                 PIC 9(04) VALUE 0.
        01 WS-ALC-SUB                   PIC 9(04) VALUE 0.
        01 WS-ALC-GAP-SUB               PIC 9(04) VALUE 0.
        01 WS-ALC-TABLE.
           05 ALC-TABLE-ENTRY OCCURS 0 TO 2000 TIMES
                 DEPENDING ON WS-ALC-COUNT.
              10 TABLE-ALC-ORDER        PIC X(06).
              10 TABLE-ALC-LINE         PIC X(02).
              10 TABLE-ALC-MATERIAL     PIC X(05).
              10 TABLE-ALC-PROMISED     PIC X(08).
              10 TABLE-ALC-NEEDED       PIC 9(05).

      * RUN COUNTERS
        01 WS-TRANS-READ                PIC 9(05) VALUE 0.
        01 WS-TRANS-APPLIED             PIC 9(05) VALUE 0.
        01 WS-TRANS-REJECTED            PIC 9(05) VALUE 0.
        01 WS-RECALLS-PRINTED           PIC 9(05) VALUE 0.
        01 WS-VALID-TRANS-SW            PIC X(01) VALUE "Y".
           88 VALID-TRANS                  VALUE "Y".
           88 INVALID-TRANS                VALUE "N".
        01 WS-FOUND-SW                  PIC X(01) VALUE "N".
           88 KEY-WAS-FOUND                VALUE "Y".
        01 WS-REMNANT-FOUND-SW          PIC X(01) VALUE "N".
           88 LOT-HAS-REMNANTS             VALUE "Y".
        01 WS-REJECT-REASON             PIC X(30) VALUE SPACES.
        01 WS-RUN-DATE                  PIC X(08).
        01 WS-RUN-TIME                  PIC 9(08) VALUE 0.
        01 WS-TODAY                     PIC X(08).
        01 WS-OLD-STATUS                PIC X(01).
        01 WS-STATUS-CODE               PIC X(01).
        01 WS-STATUS-WORD               PIC X(11).
        01 WS-CHK-ORDER                 PIC X(06).
        01 WS-CHK-LOT                   PIC X(06).
      * THE LOT UNDER CHANGE - ITS OWN UNITS AND ITS REMNANTS':
        01 WS-LOT-UNITS                 PIC 9(07) VALUE 0.
        01 WS-LOT-RMN-UNITS             PIC 9(07) VALUE 0.
        01 WS-WRITE-OFF-UNITS           PIC 9(07) VALUE 0.
      * RECALL FIGURES - STOCK USABLE BEFORE AND AFTER THE LOT IS
      * HELD, AND THE RESERVATIONS RUN AGAINST EACH:
        01 WS-PRD-STOCK                 PIC 9(07) VALUE 0.
        01 WS-OTHER-HELD                PIC 9(07) VALUE 0.
        01 WS-USABLE-BEFORE             PIC S9(07) VALUE 0.
        01 WS-USABLE-AFTER              PIC S9(07) VALUE 0.
        01 WS-CUM-NEEDED                PIC S9(07) VALUE 0.
        01 WS-SHORT-BEFORE              PIC S9(07) VALUE 0.
        01 WS-SHORT-AFTER               PIC S9(07) VALUE 0.
        01 WS-CUT-UNITS                 PIC 9(07) VALUE 0.
        01 WS-CUT-ORDERS                PIC 9(05) VALUE 0.
        01 WS-LINES-UNCOVERED           PIC 9(05) VALUE 0.
        01 WS-UNITS-UNCOVERED           PIC 9(07) VALUE 0.
        COPY "AUDITTRL.cpy".
      * OPERATOR SIGN-ON - NOBODY HOLDS OR WRITES OFF A LOT
      * ANONYMOUSLY.  THE SIGNED-ON USER IS STAMPED ON THE LOT, THE
      * CHANGE LISTING, THE RECALL AND THE AUDIT-TRAIL RECORD.
        COPY "SIGNON.cpy".

       01  PAGE-HDG-01.
           05 PAGE-HDG-01-CC         PIC X(01) VALUE SPACE.
           05 FILLER                 PIC X(46) VALUE SPACES.
           05 FILLER                 PIC X(36)
              VALUE "MATERIAL LOT MAINTENANCE - CHANGES".
           05 FILLER                 PIC X(22) VALUE SPACES.
           05 FILLER                 PIC X(06) VALUE "PAGE: ".
           05 PAGE-HDG-01-PAGE       PIC ZZ9.
       01  PAGE-HDG-02.
           05 PAGE-HDG-02-CC         PIC X(01) VALUE SPACE.
           05 FILLER                 PIC X(56) VALUE SPACES.
           05 FILLER                 PIC X(10) VALUE "RUN DATE: ".
           05 PAGE-HDG-02-DATE       PIC XX/XX/XXXX.
           05 FILLER                 PIC X(56) VALUE SPACES.
       01  PAGE-HDG-03.
           05 PAGE-HDG-03-CC         PIC X(01) VALUE SPACE.
           05 FILLER                 PIC X(09) VALUE SPACES.
           05 FILLER                 PIC X(05) VALUE "ACT  ".
           05 FILLER                 PIC X(10) VALUE "MATERIAL  ".
           05 FILLER                 PIC X(08) VALUE "LOT     ".
           05 FILLER                 PIC X(08) VALUE "   UNITS".
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 FILLER                 PIC X(12) VALUE "WAS         ".
           05 FILLER                 PIC X(12) VALUE "NOW         ".
           05 FILLER                 PIC X(31) VALUE "REASON".
           05 FILLER                 PIC X(26) VALUE "RESULT".
           05 FILLER                 PIC X(08) VALUE "USER".

       01  DETAIL-LINE-CHANGE.
           05 DTL-CC                 PIC X(01) VALUE SPACE.
           05 FILLER                 PIC X(09) VALUE SPACES.
           05 DTL-ACTION             PIC X(01).
           05 FILLER                 PIC X(04) VALUE SPACES.
           05 DTL-PRODUCT            PIC X(05).
           05 FILLER                 PIC X(05) VALUE SPACES.
           05 DTL-LOT                PIC X(06).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 DTL-UNITS              PIC ZZ,ZZ9.
           05 FILLER                 PIC X(04) VALUE SPACES.
           05 DTL-OLD-STATUS         PIC X(11).
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 DTL-NEW-STATUS         PIC X(11).
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 DTL-REASON             PIC X(30).
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 DTL-RESULT             PIC X(25).
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 DTL-USER               PIC X(08).

       01  TOTALS-LINE.
           05 TOTAL-LINE-CC          PIC X(01) VALUE SPACE.
           05 FILLER                 PIC X(09) VALUE SPACES.
           05 FILLER                 PIC X(20)
              VALUE "TRANSACTIONS READ:  ".
           05 TOTAL-TRANS-READ       PIC ZZ,ZZ9.
           05 FILLER                 PIC X(05) VALUE SPACES.
           05 FILLER                 PIC X(09) VALUE "APPLIED: ".
           05 TOTAL-TRANS-APPLIED    PIC ZZ,ZZ9.
           05 FILLER                 PIC X(05) VALUE SPACES.
           05 FILLER                 PIC X(10) VALUE "REJECTED: ".
           05 TOTAL-TRANS-REJECTED   PIC ZZ,ZZ9.
           05 FILLER                 PIC X(05) VALUE SPACES.
           05 FILLER                 PIC X(09) VALUE "RECALLS: ".
           05 TOTAL-RECALLS          PIC ZZ,ZZ9.

      * THE RECALL REPORT - ONE SECTION PER LOT QUARANTINED.
       01  RCL-HDG-01.
           05 RCL-HDG-01-CC          PIC X(01) VALUE SPACE.
           05 FILLER                 PIC X(46) VALUE SPACES.
           05 FILLER                 PIC X(36)
              VALUE "MATERIAL LOT RECALL - QUARANTINE".
           05 FILLER                 PIC X(22) VALUE SPACES.
           05 FILLER                 PIC X(06) VALUE "PAGE: ".
           05 RCL-HDG-01-PAGE        PIC ZZ9.
       01  RCL-HDG-02.
           05 RCL-HDG-02-CC          PIC X(01) VALUE SPACE.
           05 FILLER                 PIC X(09) VALUE SPACES.
           05 FILLER                 PIC X(10) VALUE "MATERIAL: ".
           05 RCL-HDG-02-PRODUCT     PIC X(05).
           05 FILLER                 PIC X(03) VALUE SPACES.
           05 FILLER                 PIC X(05) VALUE "LOT: ".
           05 RCL-HDG-02-LOT         PIC X(06).
           05 FILLER                 PIC X(03) VALUE SPACES.
           05 FILLER                 PIC X(14) VALUE "UNITS ON LOT: ".
           05 RCL-HDG-02-UNITS       PIC ZZ,ZZ9.
           05 FILLER                 PIC X(03) VALUE SPACES.
           05 FILLER                 PIC X(16)
              VALUE "REMNANT UNITS:  ".
           05 RCL-HDG-02-RMN-UNITS   PIC ZZ,ZZ9.
           05 FILLER                 PIC X(03) VALUE SPACES.
           05 FILLER                 PIC X(10) VALUE "RUN DATE: ".
           05 RCL-HDG-02-DATE        PIC XX/XX/XXXX.
       01  RCL-HDG-03.
           05 RCL-HDG-03-CC          PIC X(01) VALUE SPACE.
           05 FILLER                 PIC X(09) VALUE SPACES.
           05 FILLER                 PIC X(08) VALUE "REASON: ".
           05 RCL-HDG-03-REASON      PIC X(30).
           05 FILLER                 PIC X(03) VALUE SPACES.
           05 FILLER                 PIC X(16)
              VALUE "QUARANTINED BY: ".
           05 RCL-HDG-03-USER        PIC X(08).
       01  RCL-SECTION-LINE.
           05 RCL-SECTION-CC         PIC X(01) VALUE SPACE.
           05 FILLER                 PIC X(09) VALUE SPACES.
           05 RCL-SECTION-TITLE      PIC X(60).
       01  RCL-CUT-HDG.
           05 RCL-CUT-HDG-CC         PIC X(01) VALUE SPACE.
           05 FILLER                 PIC X(09) VALUE SPACES.
           05 FILLER                 PIC X(09) VALUE "ORDER    ".
           05 FILLER                 PIC X(10) VALUE "CUT ON    ".
           05 FILLER                 PIC X(08) VALUE "   UNITS".
           05 FILLER                 PIC X(03) VALUE SPACES.
           05 FILLER                 PIC X(10) VALUE "CUSTOMER  ".
           05 FILLER                 PIC X(14) VALUE "ORDER STATUS  ".
           05 FILLER                 PIC X(14) VALUE "LINES SHIPPED".
       01  RCL-CUT-LINE.
           05 RCL-CUT-CC             PIC X(01) VALUE SPACE.
           05 FILLER                 PIC X(09) VALUE SPACES.
           05 RCL-CUT-ORDER          PIC X(06).
           05 FILLER                 PIC X(03) VALUE SPACES.
           05 RCL-CUT-DATE           PIC X(08).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 RCL-CUT-UNITS          PIC ZZ,ZZ9.
           05 FILLER                 PIC X(05) VALUE SPACES.
           05 RCL-CUT-CUST           PIC X(06).
           05 FILLER                 PIC X(04) VALUE SPACES.
           05 RCL-CUT-STATUS         PIC X(14).
           05 RCL-CUT-SHIPPED        PIC Z9.
           05 RCL-CUT-OF             PIC X(04).
           05 RCL-CUT-LINES          PIC Z9.
       01  RCL-OPEN-HDG.
           05 RCL-OPEN-HDG-CC        PIC X(01) VALUE SPACE.
           05 FILLER                 PIC X(09) VALUE SPACES.
           05 FILLER                 PIC X(09) VALUE "ORDER    ".
           05 FILLER                 PIC X(06) VALUE "LINE  ".
           05 FILLER                 PIC X(10) VALUE "PROMISED  ".
           05 FILLER                 PIC X(10) VALUE "CUSTOMER  ".
           05 FILLER                 PIC X(10) VALUE "    NEEDED".
           05 FILLER                 PIC X(14) VALUE "  SHORT BEFORE".
           05 FILLER                 PIC X(13) VALUE "  SHORT AFTER".
       01  RCL-OPEN-LINE.
           05 RCL-OPEN-CC            PIC X(01) VALUE SPACE.
           05 FILLER                 PIC X(09) VALUE SPACES.
           05 RCL-OPEN-ORDER         PIC X(06).
           05 FILLER                 PIC X(03) VALUE SPACES.
           05 RCL-OPEN-LINE-NO       PIC X(02).
           05 FILLER                 PIC X(04) VALUE SPACES.
           05 RCL-OPEN-PROMISED      PIC X(08).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 RCL-OPEN-CUST          PIC X(06).
           05 FILLER                 PIC X(06) VALUE SPACES.
           05 RCL-OPEN-NEEDED        PIC ZZ,ZZ9.
           05 FILLER                 PIC X(08) VALUE SPACES.
           05 RCL-OPEN-SHORT-BEFORE  PIC ZZ,ZZ9.
           05 FILLER                 PIC X(07) VALUE SPACES.
           05 RCL-OPEN-SHORT-AFTER   PIC ZZ,ZZ9.
       01  RCL-NONE-LINE.
           05 RCL-NONE-CC            PIC X(01) VALUE SPACE.
           05 FILLER                 PIC X(09) VALUE SPACES.
           05 RCL-NONE-TEXT          PIC X(60).
       01  RCL-CUT-TOTAL-LINE.
           05 RCL-CUT-TOTAL-CC       PIC X(01) VALUE SPACE.
           05 FILLER                 PIC X(09) VALUE SPACES.
           05 FILLER                 PIC X(14) VALUE "ORDERS CUT:   ".
           05 RCL-CUT-TOTAL-ORDERS   PIC ZZ,ZZ9.
           05 FILLER                 PIC X(05) VALUE SPACES.
           05 FILLER                 PIC X(12) VALUE "UNITS CUT:  ".
           05 RCL-CUT-TOTAL-UNITS    PIC Z,ZZZ,ZZ9.
       01  RCL-OPEN-TOTAL-LINE.
           05 RCL-OPEN-TOTAL-CC      PIC X(01) VALUE SPACE.
           05 FILLER                 PIC X(09) VALUE SPACES.
           05 FILLER                 PIC X(21)
              VALUE "USABLE STOCK BEFORE: ".
           05 RCL-OPEN-TOTAL-BEFORE  PIC Z,ZZZ,ZZ9.
           05 FILLER                 PIC X(05) VALUE SPACES.
           05 FILLER                 PIC X(07) VALUE "AFTER: ".
           05 RCL-OPEN-TOTAL-AFTER   PIC Z,ZZZ,ZZ9.
           05 FILLER                 PIC X(05) VALUE SPACES.
           05 FILLER                 PIC X(17)
              VALUE "LINES UNCOVERED: ".
           05 RCL-OPEN-TOTAL-LINES   PIC ZZ,ZZ9.
           05 FILLER                 PIC X(05) VALUE SPACES.
           05 FILLER                 PIC X(07) VALUE "UNITS: ".
           05 RCL-OPEN-TOTAL-UNITS   PIC Z,ZZZ,ZZ9.

       01  DETAIL-LINE-LINE.
           05 FILLER                 PIC X(10) VALUE SPACES.
           05 FILLER                 PIC X(115) VALUE ALL "_".
           05 FILLER                 PIC X(21) VALUE SPACES.

       01  PAGE-STUFF.
           05 WS-PAGE-COUNT           PIC 999 VALUE 0.
           05 WS-LINE-COUNT           PIC 99 VALUE 0.
           05 WS-RCL-PAGE-COUNT       PIC 999 VALUE 0.
           05 WS-RCL-LINE-COUNT       PIC 99 VALUE 0.

       01 WS-REPORT-RULER.
          05 FILLER                  PIC X(50)
             VALUE "----+----1----+----2----+----3----+----4----+----5".
          05 FILLER                  PIC X(50)
             VALUE "----+----6----+----7----+----8----+----9----+----0".
          05 FILLER                  PIC X(44)
             VALUE "----+----1----+----2----+----3---".

       PROCEDURE DIVISION.

           DISPLAY "LOTMNTRB FOR RYAN BROOKS".

           PERFORM 1000-INITIALIZE.
           PERFORM 2000-READ-TRANSACTION.

           perform until END-OF-LOT-TRANS-IN
              perform 2500-VALIDATE-TRANSACTION
              IF VALID-TRANS
                 perform 3000-APPLY-TRANSACTION
              ELSE
                 perform 7200-LIST-REJECT
              END-IF
              perform 2000-READ-TRANSACTION
           END-PERFORM.

           perform 9000-CREATE-LISTING-TOTAL-LINE.
           perform 9600-WRITE-LOT-FILES.

           display "TRANSACTIONS READ:           " WS-TRANS-READ.
           display "TRANSACTIONS APPLIED:        " WS-TRANS-APPLIED.
           display "TRANSACTIONS REJECTED:       " WS-TRANS-REJECTED.
           display "RECALL REPORTS PRINTED:      " WS-RECALLS-PRINTED.

           PERFORM 9900-WRITE-AUDIT-RECORD.

           close LOT-TRANS-IN
                 CHANGE-LISTING
                 RECALL-REPORT
                 AUDIT-TRAIL-FILE.

           GOBACK.

       0500-GET-FILE-PATHS.
      * OVERRIDE THE DEFAULT FILE PATHS IF THE MATCHING ENVIRONMENT
      * VARIABLE HAS BEEN SET:
           ACCEPT WS-ENV-PATH-OVERRIDE FROM ENVIRONMENT
                  "LOTMNTRB-LOT-TRANS-IN".
           IF WS-ENV-PATH-OVERRIDE NOT = SPACES
              MOVE WS-ENV-PATH-OVERRIDE TO WS-LOT-TRANS-IN-PATH
           END-IF.
           ACCEPT WS-ENV-PATH-OVERRIDE FROM ENVIRONMENT
                  "LOTMNTRB-MATLOT-FILE".
           IF WS-ENV-PATH-OVERRIDE NOT = SPACES
              MOVE WS-ENV-PATH-OVERRIDE TO WS-MATLOT-PATH
           END-IF.
           ACCEPT WS-ENV-PATH-OVERRIDE FROM ENVIRONMENT
                  "LOTMNTRB-REMNANT-FILE".
           IF WS-ENV-PATH-OVERRIDE NOT = SPACES
              MOVE WS-ENV-PATH-OVERRIDE TO WS-REMNANT-PATH
           END-IF.
           ACCEPT WS-ENV-PATH-OVERRIDE FROM ENVIRONMENT
                  "LOTMNTRB-PRODUCT-LOOKUP".
           IF WS-ENV-PATH-OVERRIDE NOT = SPACES
              MOVE WS-ENV-PATH-OVERRIDE TO WS-PRODUCT-LOOKUP-PATH
           END-IF.
           ACCEPT WS-ENV-PATH-OVERRIDE FROM ENVIRONMENT
                  "LOTMNTRB-LOT-TRACE-FILE".
           IF WS-ENV-PATH-OVERRIDE NOT = SPACES
              MOVE WS-ENV-PATH-OVERRIDE TO WS-LOT-TRACE-PATH
           END-IF.
           ACCEPT WS-ENV-PATH-OVERRIDE FROM ENVIRONMENT
                  "LOTMNTRB-ORDER-HEADER-FILE".
           IF WS-ENV-PATH-OVERRIDE NOT = SPACES
              MOVE WS-ENV-PATH-OVERRIDE TO WS-ORDER-HEADER-PATH
           END-IF.
           ACCEPT WS-ENV-PATH-OVERRIDE FROM ENVIRONMENT
                  "LOTMNTRB-ALLOCATION-FILE".
           IF WS-ENV-PATH-OVERRIDE NOT = SPACES
              MOVE WS-ENV-PATH-OVERRIDE TO WS-ALLOCATION-PATH
           END-IF.
           ACCEPT WS-ENV-PATH-OVERRIDE FROM ENVIRONMENT
                  "LOTMNTRB-CHANGE-LISTING".
           IF WS-ENV-PATH-OVERRIDE NOT = SPACES
              MOVE WS-ENV-PATH-OVERRIDE TO WS-CHANGE-LISTING-PATH
           END-IF.
           ACCEPT WS-ENV-PATH-OVERRIDE FROM ENVIRONMENT
                  "LOTMNTRB-RECALL-REPORT".
           IF WS-ENV-PATH-OVERRIDE NOT = SPACES
              MOVE WS-ENV-PATH-OVERRIDE TO WS-RECALL-REPORT-PATH
           END-IF.
           ACCEPT WS-ENV-PATH-OVERRIDE FROM ENVIRONMENT
                  "LOTMNTRB-AUDIT-TRAIL-FILE".
           IF WS-ENV-PATH-OVERRIDE NOT = SPACES
              MOVE WS-ENV-PATH-OVERRIDE TO WS-AUDIT-TRAIL-PATH
           END-IF.

       1000-INITIALIZE.
           PERFORM 0500-GET-FILE-PATHS.
           ACCEPT WS-RUN-DATE FROM DATE.
           MOVE   WS-RUN-DATE TO PAGE-HDG-02-DATE
                                 RCL-HDG-02-DATE.
           MOVE "20"              TO WS-TODAY (1:2).
           MOVE WS-RUN-DATE (1:6) TO WS-TODAY (3:6).
           OPEN INPUT LOT-TRANS-IN.
           IF NOT LOT-TRANS-IN-SUCCESSFUL
              DISPLAY "LOTMNTRB: UNABLE TO OPEN LOT-TRANS-IN, "
                  "STATUS = " WS-LOT-TRANS-IN-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN OUTPUT CHANGE-LISTING.
           OPEN OUTPUT RECALL-REPORT.
           OPEN EXTEND AUDIT-TRAIL-FILE.
           IF NOT GOOD-AUDIT-TRAIL-WRITE
              CLOSE AUDIT-TRAIL-FILE
              OPEN OUTPUT AUDIT-TRAIL-FILE
           END-IF.
           PERFORM 1200-OPERATOR-SIGN-ON.
           PERFORM 1500-LOAD-LOT-TABLES.
           PERFORM 1600-LOAD-ORDER-TABLES.
           PERFORM 8000-WRITE-HEADINGS.

       1200-OPERATOR-SIGN-ON.
      * AN UNAUTHORIZED OR UNSIGNED RUN IS REFUSED AND THE REFUSAL
      * GOES ON THE AUDIT TRAIL.
           MOVE "LOTMNTRB" TO SGN-PROGRAM-NAME.
           CALL "OPSIGNRB" USING SIGNON-PARMS.
           IF NOT SGN-AUTHORIZED
              EVALUATE TRUE
                 WHEN SGN-NO-USER
                    DISPLAY "LOTMNTRB: OPS-USER-ID NOT SET - SIGN "
                        "ON BEFORE RUNNING MAINTENANCE"
                 WHEN SGN-NO-USER-FILE
                    DISPLAY "LOTMNTRB: USER AUTHORIZATION FILE "
                        "MISSING - RUN REFUSED"
                 WHEN OTHER
                    DISPLAY "LOTMNTRB: USER " SGN-USER-ID
                        " NOT AUTHORIZED FOR LOTMNTRB - RUN REFUSED"
              END-EVALUATE
              MOVE 16 TO RETURN-CODE
              PERFORM 1250-LOG-REFUSED-ACCESS
              GOBACK
           END-IF.

       1250-LOG-REFUSED-ACCESS.
           ACCEPT WS-RUN-TIME FROM TIME.
           MOVE "LOTMNTRB"          TO AUD-PROGRAM-NAME.
           MOVE WS-RUN-DATE         TO AUD-RUN-DATE.
           MOVE WS-RUN-TIME         TO AUD-RUN-TIME.
           MOVE 0                   TO AUD-RECORDS-READ.
           MOVE 0                   TO AUD-RECORDS-WRITTEN.
           MOVE "ACCESS REFUSED"    TO AUD-KEY-TOTALS.
           MOVE "ER"                TO AUD-COMPLETION-STATUS.
           MOVE SGN-USER-ID         TO AUD-USER-ID.
           WRITE AUDIT-TRAIL-RECORD FROM AUDIT-TRAIL-LINE.
           CLOSE AUDIT-TRAIL-FILE.

       1500-LOAD-LOT-TABLES.
      * A MISSING FILE IS TREATED AS EMPTY - THE REWRITE AT END OF
      * RUN CREATES IT.
           OPEN INPUT MATLOT-FILE.
           IF MATLOT-SUCCESSFUL
              PERFORM UNTIL END-OF-MATLOT
                       OR WS-LOT-COUNT = 1000
                 READ MATLOT-FILE
                    AT END
                       SET END-OF-MATLOT TO TRUE
                    NOT AT END
                       ADD 1 TO WS-LOT-COUNT
                       MOVE MLT-PRODUCT-ID TO
                            TABLE-LOT-PRODUCT (WS-LOT-COUNT)
                       MOVE MLT-LOT-NUMBER TO
                            TABLE-LOT-NUMBER (WS-LOT-COUNT)
                       MOVE MLT-RECEIVED-DATE TO
                            TABLE-LOT-DATE (WS-LOT-COUNT)
                       IF MLT-QTY-REMAINING IS NUMERIC
                          MOVE MLT-QTY-REMAINING TO
                               TABLE-LOT-QTY (WS-LOT-COUNT)
                       ELSE
                          MOVE 0 TO TABLE-LOT-QTY (WS-LOT-COUNT)
                       END-IF
                       MOVE MLT-LOT-STATUS TO
                            TABLE-LOT-STATUS (WS-LOT-COUNT)
                       MOVE MLT-STATUS-DATE TO
                            TABLE-LOT-STAT-DATE (WS-LOT-COUNT)
                       MOVE MLT-STATUS-USER TO
                            TABLE-LOT-STAT-USER (WS-LOT-COUNT)
                 END-READ
              END-PERFORM
              CLOSE MATLOT-FILE
           END-IF.
           OPEN INPUT REMNANT-FILE.
           IF REMNANT-SUCCESSFUL
              PERFORM UNTIL END-OF-REMNANT
                       OR WS-RMN-COUNT = 1000
                 READ REMNANT-FILE
                    AT END
                       SET END-OF-REMNANT TO TRUE
                    NOT AT END
                       ADD 1 TO WS-RMN-COUNT
                       MOVE RMN-PRODUCT-ID TO
                            TABLE-RMN-PRODUCT (WS-RMN-COUNT)
                       MOVE RMN-LOT-NUMBER TO
                            TABLE-RMN-LOT (WS-RMN-COUNT)
                       IF RMN-QTY IS NUMERIC
                          MOVE RMN-QTY TO
                               TABLE-RMN-QTY (WS-RMN-COUNT)
                       ELSE
                          MOVE 0 TO TABLE-RMN-QTY (WS-RMN-COUNT)
                       END-IF
                       MOVE RMN-DATE TO
                            TABLE-RMN-DATE (WS-RMN-COUNT)
                       MOVE "N" TO TABLE-RMN-DROP-SW (WS-RMN-COUNT)
                 END-READ
              END-PERFORM
              CLOSE REMNANT-FILE
           END-IF.
           OPEN INPUT PRODUCT-LOOKUP-FILE.
           IF PRODUCT-LOOKUP-SUCCESSFUL
              PERFORM UNTIL END-OF-PRODUCT-LOOKUP
                       OR WS-PRD-COUNT = 500
                 READ PRODUCT-LOOKUP-FILE
                    AT END
                       SET END-OF-PRODUCT-LOOKUP TO TRUE
                    NOT AT END
                       ADD 1 TO WS-PRD-COUNT
                       MOVE PRODUCT-LOOKUP-FILE-RECORD TO
                            PRD-TABLE-ENTRY (WS-PRD-COUNT)
                       IF FILE-PRODUCT-STOCK-QTY NOT NUMERIC
                          MOVE 0 TO TABLE-PRD-STOCK (WS-PRD-COUNT)
                       END-IF
                       IF FILE-PRODUCT-ALLOC-QTY NOT NUMERIC
                          MOVE 0 TO TABLE-PRD-ALLOC (WS-PRD-COUNT)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE PRODUCT-LOOKUP-FILE
           END-IF.

       1600-LOAD-ORDER-TABLES.
      * READ ONLY, FOR THE RECALL REPORT.  NO HEADER FILE MEANS NO
      * CUSTOMER OR SHIP STATUS CAN BE SHOWN; NO ALLOCATION FILE
      * MEANS NO OPEN LINE IS HOLDING MATERIAL.
           OPEN INPUT ORDER-HEADER-FILE.
           IF ORDER-HEADER-SUCCESSFUL
              PERFORM UNTIL END-OF-ORDER-HEADER
                       OR WS-HDR-COUNT = 2000
                 READ ORDER-HEADER-FILE
                    AT END
                       SET END-OF-ORDER-HEADER TO TRUE
                    NOT AT END
                       ADD 1 TO WS-HDR-COUNT
                       MOVE OHR-ORDER-NUMBER TO
                            TABLE-HDR-ORDER (WS-HDR-COUNT)
                       MOVE OHR-CUST-NUMBER TO
                            TABLE-HDR-CUST (WS-HDR-COUNT)
                       MOVE OHR-ORDER-STATUS TO
                            TABLE-HDR-STATUS (WS-HDR-COUNT)
                       MOVE OHR-LINE-COUNT TO
                            TABLE-HDR-LINES (WS-HDR-COUNT)
                       MOVE OHR-LINES-SHIPPED TO
                            TABLE-HDR-SHIPPED (WS-HDR-COUNT)
                 END-READ
              END-PERFORM
              CLOSE ORDER-HEADER-FILE
           END-IF.
           OPEN INPUT ALLOCATION-FILE.
           IF ALLOCATION-SUCCESSFUL
              PERFORM UNTIL END-OF-ALLOCATION
                       OR WS-ALC-COUNT = 2000
                 READ ALLOCATION-FILE
                    AT END
                       SET END-OF-ALLOCATION TO TRUE
                    NOT AT END
                       IF ALC-QTY-NEEDED IS NUMERIC
                          PERFORM 1650-INSERT-ALLOCATION
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE ALLOCATION-FILE
           END-IF.

       1650-INSERT-ALLOCATION.
      * FIND WHERE THE ROW FALLS BY PROMISED DATE, OPEN A GAP THERE
      * AND DROP IT IN - A LATER ROW WITH THE SAME DATE GOES AFTER.
           PERFORM VARYING WS-ALC-SUB FROM 1 BY 1
              UNTIL WS-ALC-SUB > WS-ALC-COUNT
                 OR TABLE-ALC-PROMISED (WS-ALC-SUB) >
                    ALC-PROMISED-DATE
           END-PERFORM.
           ADD 1 TO WS-ALC-COUNT.
           PERFORM VARYING WS-ALC-GAP-SUB FROM WS-ALC-COUNT BY -1
              UNTIL WS-ALC-GAP-SUB NOT > WS-ALC-SUB
              MOVE ALC-TABLE-ENTRY (WS-ALC-GAP-SUB - 1) TO
                   ALC-TABLE-ENTRY (WS-ALC-GAP-SUB)
           END-PERFORM.
           MOVE ALC-ORDER-NUMBER  TO TABLE-ALC-ORDER (WS-ALC-SUB).
           MOVE ALC-LINE-NUMBER   TO TABLE-ALC-LINE (WS-ALC-SUB).
           MOVE ALC-MATERIAL      TO TABLE-ALC-MATERIAL (WS-ALC-SUB).
           MOVE ALC-PROMISED-DATE TO TABLE-ALC-PROMISED (WS-ALC-SUB).
           MOVE ALC-QTY-NEEDED    TO TABLE-ALC-NEEDED (WS-ALC-SUB).

       2000-READ-TRANSACTION.
           READ LOT-TRANS-IN
                AT END
                   DISPLAY "END OF LOT MAINTENANCE TRANSACTIONS"
                NOT AT END
                   ADD 1 TO WS-TRANS-READ.

       2500-VALIDATE-TRANSACTION.
           SET VALID-TRANS TO TRUE.
           MOVE SPACES TO WS-REJECT-REASON.
           MOVE TRN-LOT-NUMBER TO WS-CHK-LOT.
           PERFORM 4100-FIND-LOT.
           PERFORM 4200-FIND-LOT-REMNANTS.
           IF KEY-WAS-FOUND
              MOVE TABLE-LOT-STATUS (WS-LOT-SUB) TO WS-OLD-STATUS
           ELSE
              MOVE SPACE TO WS-OLD-STATUS
           END-IF.
           EVALUATE TRUE
              WHEN NOT (TRN-QUARANTINE OR TRN-RELEASE OR TRN-SCRAP)
                 SET INVALID-TRANS TO TRUE
                 MOVE "BAD ACTION CODE" TO WS-REJECT-REASON
              WHEN TRN-PRODUCT-ID = SPACES OR TRN-LOT-NUMBER = SPACES
                 SET INVALID-TRANS TO TRUE
                 MOVE "BLANK MATERIAL OR LOT" TO WS-REJECT-REASON
      * A LOT ALREADY EMPTIED TO REMNANTS IS OFF THE LOT FILE, BUT
      * ITS REMNANTS CAN STILL BE HELD BY QUARANTINING IT:
              WHEN NOT KEY-WAS-FOUND
                   AND NOT (TRN-QUARANTINE AND LOT-HAS-REMNANTS)
                 SET INVALID-TRANS TO TRUE
                 MOVE "LOT NOT ON FILE" TO WS-REJECT-REASON
              WHEN NOT KEY-WAS-FOUND AND WS-LOT-COUNT = 1000
                 SET INVALID-TRANS TO TRUE
                 MOVE "LOT TABLE FULL" TO WS-REJECT-REASON
              WHEN (TRN-QUARANTINE OR TRN-SCRAP)
                   AND TRN-REASON = SPACES
                 SET INVALID-TRANS TO TRUE
                 MOVE "REASON REQUIRED" TO WS-REJECT-REASON
              WHEN WS-OLD-STATUS = "S"
                 SET INVALID-TRANS TO TRUE
                 MOVE "LOT ALREADY SCRAPPED" TO WS-REJECT-REASON
              WHEN TRN-QUARANTINE AND WS-OLD-STATUS = "Q"
                 SET INVALID-TRANS TO TRUE
                 MOVE "LOT ALREADY QUARANTINED" TO WS-REJECT-REASON
              WHEN TRN-RELEASE AND WS-OLD-STATUS NOT = "Q"
                 SET INVALID-TRANS TO TRUE
                 MOVE "LOT NOT IN QUARANTINE" TO WS-REJECT-REASON
           END-EVALUATE.
           IF INVALID-TRANS
              ADD 1 TO WS-TRANS-REJECTED
              DISPLAY "REJECTED - " WS-REJECT-REASON ": "
                      LOT-TRANS-RECORD
           END-IF.

       3000-APPLY-TRANSACTION.
      * AN EMPTIED LOT BEING QUARANTINED COMES BACK ONTO THE LOT
      * FILE WITH NO UNITS, DATED AS ITS FIRST REMNANT WAS.
           IF NOT KEY-WAS-FOUND
              ADD 1 TO WS-LOT-COUNT
              MOVE WS-LOT-COUNT TO WS-LOT-SUB
              MOVE TRN-PRODUCT-ID TO TABLE-LOT-PRODUCT (WS-LOT-SUB)
              MOVE TRN-LOT-NUMBER TO TABLE-LOT-NUMBER (WS-LOT-SUB)
              MOVE TABLE-RMN-DATE (WS-RMN-SUB) TO
                   TABLE-LOT-DATE (WS-LOT-SUB)
              MOVE 0 TO TABLE-LOT-QTY (WS-LOT-SUB)
           END-IF.
           MOVE TABLE-LOT-QTY (WS-LOT-SUB) TO WS-LOT-UNITS.
           PERFORM 4300-SUM-LOT-REMNANTS.
           MOVE TRN-ACTION  TO TABLE-LOT-STATUS (WS-LOT-SUB).
           MOVE WS-TODAY    TO TABLE-LOT-STAT-DATE (WS-LOT-SUB).
           MOVE SGN-USER-ID TO TABLE-LOT-STAT-USER (WS-LOT-SUB).
           EVALUATE TRUE
              WHEN TRN-QUARANTINE
                 PERFORM 5000-PRINT-RECALL
              WHEN TRN-SCRAP
                 PERFORM 3500-WRITE-OFF-LOT
           END-EVALUATE.
           ADD 1 TO WS-TRANS-APPLIED.
           PERFORM 7100-LIST-CHANGE.

       3500-WRITE-OFF-LOT.
      * THE LOT'S UNITS AND ITS REMNANTS' COME OFF THE PRODUCT'S
      * ON-HAND STOCK; AVAILABLE IS REFIGURED AT THE REWRITE.
           COMPUTE WS-WRITE-OFF-UNITS =
                   WS-LOT-UNITS + WS-LOT-RMN-UNITS.
           MOVE 0 TO TABLE-LOT-QTY (WS-LOT-SUB).
           PERFORM VARYING WS-RMN-SUB FROM 1 BY 1
              UNTIL WS-RMN-SUB > WS-RMN-COUNT
              IF TABLE-RMN-PRODUCT (WS-RMN-SUB) = TRN-PRODUCT-ID
                 AND TABLE-RMN-LOT (WS-RMN-SUB) = TRN-LOT-NUMBER
                 MOVE "Y" TO TABLE-RMN-DROP-SW (WS-RMN-SUB)
              END-IF
           END-PERFORM.
           PERFORM 4400-FIND-PRODUCT.
           IF KEY-WAS-FOUND
              IF WS-WRITE-OFF-UNITS > TABLE-PRD-STOCK (WS-PRD-SUB)
                 MOVE 0 TO TABLE-PRD-STOCK (WS-PRD-SUB)
              ELSE
                 SUBTRACT WS-WRITE-OFF-UNITS FROM
                          TABLE-PRD-STOCK (WS-PRD-SUB)
              END-IF
           END-IF.

       4100-FIND-LOT.
      * LOOK UP THE TRANSACTION'S MATERIAL AND WS-CHK-LOT.
           PERFORM VARYING WS-LOT-SUB FROM 1 BY 1
              UNTIL WS-LOT-SUB > WS-LOT-COUNT
                 OR (TABLE-LOT-PRODUCT (WS-LOT-SUB) = TRN-PRODUCT-ID
                     AND TABLE-LOT-NUMBER (WS-LOT-SUB) = WS-CHK-LOT)
           END-PERFORM.
           IF WS-LOT-SUB > WS-LOT-COUNT
              MOVE "N" TO WS-FOUND-SW
           ELSE
              MOVE "Y" TO WS-FOUND-SW
           END-IF.

       4200-FIND-LOT-REMNANTS.
      * LEAVES WS-RMN-SUB ON THE LOT'S FIRST REMNANT.
           PERFORM VARYING WS-RMN-SUB FROM 1 BY 1
              UNTIL WS-RMN-SUB > WS-RMN-COUNT
                 OR (TABLE-RMN-PRODUCT (WS-RMN-SUB) = TRN-PRODUCT-ID
                     AND TABLE-RMN-LOT (WS-RMN-SUB) = TRN-LOT-NUMBER
                     AND NOT TABLE-RMN-DROPPED (WS-RMN-SUB))
           END-PERFORM.
           IF WS-RMN-SUB > WS-RMN-COUNT
              MOVE "N" TO WS-REMNANT-FOUND-SW
           ELSE
              MOVE "Y" TO WS-REMNANT-FOUND-SW
           END-IF.

       4300-SUM-LOT-REMNANTS.
           MOVE 0 TO WS-LOT-RMN-UNITS.
           PERFORM VARYING WS-RMN-SUB FROM 1 BY 1
              UNTIL WS-RMN-SUB > WS-RMN-COUNT
              IF TABLE-RMN-PRODUCT (WS-RMN-SUB) = TRN-PRODUCT-ID
                 AND TABLE-RMN-LOT (WS-RMN-SUB) = TRN-LOT-NUMBER
                 AND NOT TABLE-RMN-DROPPED (WS-RMN-SUB)
                 ADD TABLE-RMN-QTY (WS-RMN-SUB) TO WS-LOT-RMN-UNITS
              END-IF
           END-PERFORM.

       4400-FIND-PRODUCT.
           PERFORM VARYING WS-PRD-SUB FROM 1 BY 1
              UNTIL WS-PRD-SUB > WS-PRD-COUNT
                 OR TABLE-PRD-ID (WS-PRD-SUB) = TRN-PRODUCT-ID
           END-PERFORM.
           IF WS-PRD-SUB > WS-PRD-COUNT
              MOVE "N" TO WS-FOUND-SW
           ELSE
              MOVE "Y" TO WS-FOUND-SW
           END-IF.

       4500-FIND-HEADER.
           PERFORM VARYING WS-HDR-SUB FROM 1 BY 1
              UNTIL WS-HDR-SUB > WS-HDR-COUNT
                 OR TABLE-HDR-ORDER (WS-HDR-SUB) = WS-CHK-ORDER
           END-PERFORM.

       5000-PRINT-RECALL.
      * THE RECALL FOR ONE QUARANTINED LOT: WHAT HAS ALREADY BEEN CUT
      * FROM IT, THEN THE OPEN LINES IT LEAVES SHORT.
           ADD 1 TO WS-RECALLS-PRINTED.
           MOVE TRN-PRODUCT-ID   TO RCL-HDG-02-PRODUCT.
           MOVE TRN-LOT-NUMBER   TO RCL-HDG-02-LOT.
           MOVE WS-LOT-UNITS     TO RCL-HDG-02-UNITS.
           MOVE WS-LOT-RMN-UNITS TO RCL-HDG-02-RMN-UNITS.
           MOVE TRN-REASON       TO RCL-HDG-03-REASON.
           MOVE SGN-USER-ID      TO RCL-HDG-03-USER.
           PERFORM 8500-WRITE-RECALL-HEADINGS.
           PERFORM 5100-LIST-ORDERS-CUT.
           PERFORM 5500-LIST-LINES-UNCOVERED.
           write RECALL-REPORT-RECORD from DETAIL-LINE-LINE
             AFTER ADVANCING 01 LINES.

       5100-LIST-ORDERS-CUT.
           MOVE "ORDERS ALREADY CUT FROM THIS LOT"
             TO RCL-SECTION-TITLE.
           write RECALL-REPORT-RECORD from RCL-SECTION-LINE
             AFTER ADVANCING 02 LINES.
           write RECALL-REPORT-RECORD from RCL-CUT-HDG
             AFTER ADVANCING 01 LINES.
           ADD 3 TO WS-RCL-LINE-COUNT.
           MOVE 0 TO WS-CUT-ORDERS
                     WS-CUT-UNITS.
           OPEN INPUT LOT-TRACE-FILE.
           IF LOT-TRACE-SUCCESSFUL
              PERFORM UNTIL END-OF-LOT-TRACE
                 READ LOT-TRACE-FILE
                    AT END
                       SET END-OF-LOT-TRACE TO TRUE
                    NOT AT END
                       IF LTR-PRODUCT-ID = TRN-PRODUCT-ID
                          AND LTR-LOT-NUMBER = TRN-LOT-NUMBER
                          PERFORM 5200-LIST-ORDER-CUT
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE LOT-TRACE-FILE
           END-IF.
           IF WS-CUT-ORDERS = 0
              MOVE "NO ORDER HAS BEEN CUT FROM THIS LOT"
                TO RCL-NONE-TEXT
              PERFORM 8600-WRITE-RECALL-NONE
           ELSE
              MOVE WS-CUT-ORDERS TO RCL-CUT-TOTAL-ORDERS
              MOVE WS-CUT-UNITS  TO RCL-CUT-TOTAL-UNITS
              write RECALL-REPORT-RECORD from RCL-CUT-TOTAL-LINE
                AFTER ADVANCING 02 LINES
              ADD 2 TO WS-RCL-LINE-COUNT
           END-IF.

       5200-LIST-ORDER-CUT.
           ADD 1 TO WS-CUT-ORDERS.
           MOVE SPACES TO RCL-CUT-LINE.
           MOVE LTR-ORDER-NUMBER TO RCL-CUT-ORDER
                                    WS-CHK-ORDER.
           MOVE LTR-RUN-DATE     TO RCL-CUT-DATE.
           IF LTR-QTY IS NUMERIC
              MOVE LTR-QTY TO RCL-CUT-UNITS
              ADD LTR-QTY  TO WS-CUT-UNITS
           ELSE
              MOVE 0 TO RCL-CUT-UNITS
           END-IF.
           PERFORM 4500-FIND-HEADER.
           IF WS-HDR-SUB > WS-HDR-COUNT
              MOVE "NO HEADER"  TO RCL-CUT-STATUS
           ELSE
              MOVE TABLE-HDR-CUST (WS-HDR-SUB) TO RCL-CUT-CUST
              EVALUATE TABLE-HDR-STATUS (WS-HDR-SUB)
                 WHEN "S"
                    MOVE "SHIPPED"      TO RCL-CUT-STATUS
                 WHEN "P"
                    MOVE "PART SHIPPED" TO RCL-CUT-STATUS
                 WHEN "W"
                    MOVE "IN WORK"      TO RCL-CUT-STATUS
                 WHEN "C"
                    MOVE "CANCELLED"    TO RCL-CUT-STATUS
                 WHEN OTHER
                    MOVE "OPEN"         TO RCL-CUT-STATUS
              END-EVALUATE
              MOVE TABLE-HDR-SHIPPED (WS-HDR-SUB) TO RCL-CUT-SHIPPED
              MOVE " OF "                         TO RCL-CUT-OF
              MOVE TABLE-HDR-LINES (WS-HDR-SUB)   TO RCL-CUT-LINES
           END-IF.
           PERFORM 8700-CHECK-RECALL-PAGE.
           write RECALL-REPORT-RECORD from RCL-CUT-LINE
             after advancing 01 lines.

       5500-LIST-LINES-UNCOVERED.
      * USABLE STOCK BEFORE IS ON HAND LESS WHAT OTHER QUARANTINED
      * LOTS OF THE MATERIAL ALREADY HOLD (LOT UNITS AND REMNANTS);
      * AFTER TAKES THIS LOT'S OUT AS WELL.  THE RESERVATIONS ARE
      * RUN AGAINST EACH IN PROMISED-DATE ORDER AND EVERY LINE LEFT
      * SHORTER AFTER THAN BEFORE IS LISTED.
           MOVE "OPEN ORDER LINES NO LONGER COVERED BY STOCK"
             TO RCL-SECTION-TITLE.
           write RECALL-REPORT-RECORD from RCL-SECTION-LINE
             AFTER ADVANCING 02 LINES.
           write RECALL-REPORT-RECORD from RCL-OPEN-HDG
             AFTER ADVANCING 01 LINES.
           ADD 3 TO WS-RCL-LINE-COUNT.
           PERFORM 4400-FIND-PRODUCT.
           IF KEY-WAS-FOUND
              MOVE TABLE-PRD-STOCK (WS-PRD-SUB) TO WS-PRD-STOCK
           ELSE
              MOVE 0 TO WS-PRD-STOCK
           END-IF.
           PERFORM 5600-SUM-OTHER-HELD.
           COMPUTE WS-USABLE-BEFORE = WS-PRD-STOCK - WS-OTHER-HELD.
           IF WS-USABLE-BEFORE < 0
              MOVE 0 TO WS-USABLE-BEFORE
           END-IF.
           COMPUTE WS-USABLE-AFTER = WS-USABLE-BEFORE
                   - WS-LOT-UNITS - WS-LOT-RMN-UNITS.
           IF WS-USABLE-AFTER < 0
              MOVE 0 TO WS-USABLE-AFTER
           END-IF.
           MOVE 0 TO WS-CUM-NEEDED
                     WS-LINES-UNCOVERED
                     WS-UNITS-UNCOVERED.
           PERFORM VARYING WS-ALC-SUB FROM 1 BY 1
              UNTIL WS-ALC-SUB > WS-ALC-COUNT
              IF TABLE-ALC-MATERIAL (WS-ALC-SUB) = TRN-PRODUCT-ID
                 PERFORM 5700-CHECK-LINE-COVERAGE
              END-IF
           END-PERFORM.
           IF WS-LINES-UNCOVERED = 0
              MOVE "EVERY OPEN LINE ON THIS MATERIAL IS STILL COVERED"
                TO RCL-NONE-TEXT
              PERFORM 8600-WRITE-RECALL-NONE
           END-IF.
           MOVE WS-USABLE-BEFORE   TO RCL-OPEN-TOTAL-BEFORE.
           MOVE WS-USABLE-AFTER    TO RCL-OPEN-TOTAL-AFTER.
           MOVE WS-LINES-UNCOVERED TO RCL-OPEN-TOTAL-LINES.
           MOVE WS-UNITS-UNCOVERED TO RCL-OPEN-TOTAL-UNITS.
           write RECALL-REPORT-RECORD from RCL-OPEN-TOTAL-LINE
             AFTER ADVANCING 02 LINES.
           ADD 2 TO WS-RCL-LINE-COUNT.

       5600-SUM-OTHER-HELD.
           MOVE 0 TO WS-OTHER-HELD.
           PERFORM VARYING WS-LOT-SUB FROM 1 BY 1
              UNTIL WS-LOT-SUB > WS-LOT-COUNT
              IF TABLE-LOT-PRODUCT (WS-LOT-SUB) = TRN-PRODUCT-ID
                 AND TABLE-LOT-NUMBER (WS-LOT-SUB) NOT =
                     TRN-LOT-NUMBER
                 AND TABLE-LOT-QUARANTINED (WS-LOT-SUB)
                 ADD TABLE-LOT-QTY (WS-LOT-SUB) TO WS-OTHER-HELD
              END-IF
           END-PERFORM.
           PERFORM VARYING WS-RMN-SUB FROM 1 BY 1
              UNTIL WS-RMN-SUB > WS-RMN-COUNT
              IF TABLE-RMN-PRODUCT (WS-RMN-SUB) = TRN-PRODUCT-ID
                 AND TABLE-RMN-LOT (WS-RMN-SUB) NOT = TRN-LOT-NUMBER
                 AND NOT TABLE-RMN-DROPPED (WS-RMN-SUB)
                 MOVE TABLE-RMN-LOT (WS-RMN-SUB) TO WS-CHK-LOT
                 PERFORM 4100-FIND-LOT
                 IF KEY-WAS-FOUND
                    AND TABLE-LOT-QUARANTINED (WS-LOT-SUB)
                    ADD TABLE-RMN-QTY (WS-RMN-SUB) TO WS-OTHER-HELD
                 END-IF
              END-IF
           END-PERFORM.

       5700-CHECK-LINE-COVERAGE.
      * HOW MUCH OF THE LINE'S NEED FALLS PAST THE STOCK, BEFORE AND
      * AFTER - NEVER LESS THAN NONE OR MORE THAN ALL OF IT.
           ADD TABLE-ALC-NEEDED (WS-ALC-SUB) TO WS-CUM-NEEDED.
           COMPUTE WS-SHORT-BEFORE = WS-CUM-NEEDED - WS-USABLE-BEFORE.
           IF WS-SHORT-BEFORE < 0
              MOVE 0 TO WS-SHORT-BEFORE
           END-IF.
           IF WS-SHORT-BEFORE > TABLE-ALC-NEEDED (WS-ALC-SUB)
              MOVE TABLE-ALC-NEEDED (WS-ALC-SUB) TO WS-SHORT-BEFORE
           END-IF.
           COMPUTE WS-SHORT-AFTER = WS-CUM-NEEDED - WS-USABLE-AFTER.
           IF WS-SHORT-AFTER < 0
              MOVE 0 TO WS-SHORT-AFTER
           END-IF.
           IF WS-SHORT-AFTER > TABLE-ALC-NEEDED (WS-ALC-SUB)
              MOVE TABLE-ALC-NEEDED (WS-ALC-SUB) TO WS-SHORT-AFTER
           END-IF.
           IF WS-SHORT-AFTER > WS-SHORT-BEFORE
              ADD 1 TO WS-LINES-UNCOVERED
              COMPUTE WS-UNITS-UNCOVERED = WS-UNITS-UNCOVERED
                      + WS-SHORT-AFTER - WS-SHORT-BEFORE
              MOVE SPACES TO RCL-OPEN-LINE
              MOVE TABLE-ALC-ORDER (WS-ALC-SUB)    TO RCL-OPEN-ORDER
                                                      WS-CHK-ORDER
              MOVE TABLE-ALC-LINE (WS-ALC-SUB)     TO RCL-OPEN-LINE-NO
              MOVE TABLE-ALC-PROMISED (WS-ALC-SUB) TO
                   RCL-OPEN-PROMISED
              MOVE TABLE-ALC-NEEDED (WS-ALC-SUB)   TO RCL-OPEN-NEEDED
              MOVE WS-SHORT-BEFORE TO RCL-OPEN-SHORT-BEFORE
              MOVE WS-SHORT-AFTER  TO RCL-OPEN-SHORT-AFTER
              PERFORM 4500-FIND-HEADER
              IF WS-HDR-SUB NOT > WS-HDR-COUNT
                 MOVE TABLE-HDR-CUST (WS-HDR-SUB) TO RCL-OPEN-CUST
              END-IF
              PERFORM 8700-CHECK-RECALL-PAGE
              write RECALL-REPORT-RECORD from RCL-OPEN-LINE
                after advancing 01 lines
           END-IF.

       7100-LIST-CHANGE.
           MOVE SPACES               TO DETAIL-LINE-CHANGE.
           MOVE SPACE                TO DTL-CC.
           MOVE TRN-ACTION           TO DTL-ACTION.
           MOVE TRN-PRODUCT-ID       TO DTL-PRODUCT.
           MOVE TRN-LOT-NUMBER       TO DTL-LOT.
           MOVE WS-LOT-UNITS         TO DTL-UNITS.
           MOVE WS-OLD-STATUS        TO WS-STATUS-CODE.
           PERFORM 7600-STATUS-WORD.
           MOVE WS-STATUS-WORD       TO DTL-OLD-STATUS.
           MOVE TRN-ACTION           TO WS-STATUS-CODE.
           PERFORM 7600-STATUS-WORD.
           MOVE WS-STATUS-WORD       TO DTL-NEW-STATUS.
           MOVE TRN-REASON           TO DTL-REASON.
           EVALUATE TRUE
              WHEN TRN-QUARANTINE
                 MOVE "APPLIED - RECALL PRINTED" TO DTL-RESULT
              WHEN TRN-SCRAP
                 MOVE "APPLIED - WRITTEN OFF"    TO DTL-RESULT
              WHEN OTHER
                 MOVE "APPLIED"                  TO DTL-RESULT
           END-EVALUATE.
           PERFORM 7500-WRITE-LISTING-LINE.

       7200-LIST-REJECT.
           MOVE SPACES               TO DETAIL-LINE-CHANGE.
           MOVE SPACE                TO DTL-CC.
           MOVE TRN-ACTION           TO DTL-ACTION.
           MOVE TRN-PRODUCT-ID       TO DTL-PRODUCT.
           MOVE TRN-LOT-NUMBER       TO DTL-LOT.
           MOVE TRN-REASON           TO DTL-REASON.
           MOVE WS-REJECT-REASON     TO DTL-RESULT.
           PERFORM 7500-WRITE-LISTING-LINE.

       7500-WRITE-LISTING-LINE.
           MOVE SGN-USER-ID TO DTL-USER.
           add 1 to WS-LINE-COUNT.
           if WS-LINE-COUNT > 50
              PERFORM 8000-WRITE-HEADINGS.
           write CHANGE-LISTING-RECORD from DETAIL-LINE-CHANGE
             after advancing 01 lines.

       7600-STATUS-WORD.
           EVALUATE WS-STATUS-CODE
              WHEN "Q"
                 MOVE "QUARANTINED" TO WS-STATUS-WORD
              WHEN "R"
                 MOVE "RELEASED"    TO WS-STATUS-WORD
              WHEN "S"
                 MOVE "SCRAPPED"    TO WS-STATUS-WORD
              WHEN OTHER
                 MOVE "AVAILABLE"   TO WS-STATUS-WORD
           END-EVALUATE.

       8000-WRITE-HEADINGS.
           add 1 to WS-PAGE-COUNT.
           move WS-PAGE-COUNT TO PAGE-HDG-01-PAGE.
           WRITE CHANGE-LISTING-RECORD FROM WS-REPORT-RULER
             after advancing page.
           WRITE CHANGE-LISTING-RECORD
            FROM PAGE-HDG-01 after advancing 01 LINES.
           WRITE CHANGE-LISTING-RECORD
            FROM PAGE-HDG-02 after advancing 01 LINES.
           WRITE CHANGE-LISTING-RECORD
            FROM PAGE-HDG-03 AFTER ADVANCING 02 LINES.
           MOVE 4 TO WS-LINE-COUNT.

       8500-WRITE-RECALL-HEADINGS.
      * EVERY LOT'S RECALL STARTS ON A NEW PAGE.
           add 1 to WS-RCL-PAGE-COUNT.
           move WS-RCL-PAGE-COUNT TO RCL-HDG-01-PAGE.
           WRITE RECALL-REPORT-RECORD FROM WS-REPORT-RULER
             after advancing page.
           WRITE RECALL-REPORT-RECORD
            FROM RCL-HDG-01 after advancing 01 LINES.
           WRITE RECALL-REPORT-RECORD
            FROM RCL-HDG-02 after advancing 01 LINES.
           WRITE RECALL-REPORT-RECORD
            FROM RCL-HDG-03 after advancing 01 LINES.
           MOVE 4 TO WS-RCL-LINE-COUNT.

       8600-WRITE-RECALL-NONE.
           write RECALL-REPORT-RECORD from RCL-NONE-LINE
             after advancing 01 lines.
           add 1 to WS-RCL-LINE-COUNT.

       8700-CHECK-RECALL-PAGE.
           add 1 to WS-RCL-LINE-COUNT.
           if WS-RCL-LINE-COUNT > 50
              PERFORM 8500-WRITE-RECALL-HEADINGS
              add 1 to WS-RCL-LINE-COUNT
           END-IF.

       9000-CREATE-LISTING-TOTAL-LINE.
           MOVE WS-TRANS-READ      TO TOTAL-TRANS-READ.
           MOVE WS-TRANS-APPLIED   TO TOTAL-TRANS-APPLIED.
           MOVE WS-TRANS-REJECTED  TO TOTAL-TRANS-REJECTED.
           MOVE WS-RECALLS-PRINTED TO TOTAL-RECALLS.
           write CHANGE-LISTING-RECORD from DETAIL-LINE-LINE
             AFTER ADVANCING 01 LINES.
           write CHANGE-LISTING-RECORD from TOTALS-LINE
             AFTER ADVANCING 02 LINES.
           write CHANGE-LISTING-RECORD from WS-REPORT-RULER
             after advancing 02 LINES.

       9600-WRITE-LOT-FILES.
      * REWRITE THE LOT FILE FROM THE UPDATED TABLE; THE REMNANT AND
      * PRODUCT FILES ONLY WHEN SOMETHING WAS APPLIED, SINCE ONLY A
      * SCRAP CHANGES THEM.
           IF WS-TRANS-APPLIED > 0
              OPEN OUTPUT MATLOT-FILE
              PERFORM VARYING WS-LOT-SUB FROM 1 BY 1
                 UNTIL WS-LOT-SUB > WS-LOT-COUNT
                 MOVE TABLE-LOT-PRODUCT (WS-LOT-SUB)  TO
                      MLT-PRODUCT-ID
                 MOVE TABLE-LOT-NUMBER (WS-LOT-SUB)   TO
                      MLT-LOT-NUMBER
                 MOVE TABLE-LOT-DATE (WS-LOT-SUB)     TO
                      MLT-RECEIVED-DATE
                 MOVE TABLE-LOT-QTY (WS-LOT-SUB)      TO
                      MLT-QTY-REMAINING
                 MOVE TABLE-LOT-STATUS (WS-LOT-SUB)   TO
                      MLT-LOT-STATUS
                 MOVE TABLE-LOT-STAT-DATE (WS-LOT-SUB) TO
                      MLT-STATUS-DATE
                 MOVE TABLE-LOT-STAT-USER (WS-LOT-SUB) TO
                      MLT-STATUS-USER
                 WRITE MATLOT-RECORD
              END-PERFORM
              CLOSE MATLOT-FILE
              OPEN OUTPUT REMNANT-FILE
              PERFORM VARYING WS-RMN-SUB FROM 1 BY 1
                 UNTIL WS-RMN-SUB > WS-RMN-COUNT
                 IF NOT TABLE-RMN-DROPPED (WS-RMN-SUB)
                    MOVE TABLE-RMN-PRODUCT (WS-RMN-SUB) TO
                         RMN-PRODUCT-ID
                    MOVE TABLE-RMN-LOT (WS-RMN-SUB) TO RMN-LOT-NUMBER
                    MOVE TABLE-RMN-QTY (WS-RMN-SUB) TO RMN-QTY
                    MOVE TABLE-RMN-DATE (WS-RMN-SUB) TO RMN-DATE
                    WRITE REMNANT-RECORD
                 END-IF
              END-PERFORM
              CLOSE REMNANT-FILE
              PERFORM 9650-WRITE-PRODUCT-FILE
           END-IF.

       9650-WRITE-PRODUCT-FILE.
           IF WS-PRD-COUNT > 0
              OPEN OUTPUT PRODUCT-LOOKUP-FILE
              PERFORM VARYING WS-PRD-SUB FROM 1 BY 1
                 UNTIL WS-PRD-SUB > WS-PRD-COUNT
                 MOVE PRD-TABLE-ENTRY (WS-PRD-SUB) TO
                      PRODUCT-LOOKUP-FILE-RECORD
                 IF FILE-PRODUCT-ALLOC-QTY > FILE-PRODUCT-STOCK-QTY
                    MOVE 0 TO FILE-PRODUCT-AVAIL-QTY
                 ELSE
                    COMPUTE FILE-PRODUCT-AVAIL-QTY =
                        FILE-PRODUCT-STOCK-QTY - FILE-PRODUCT-ALLOC-QTY
                 END-IF
                 WRITE PRODUCT-LOOKUP-FILE-RECORD
              END-PERFORM
              CLOSE PRODUCT-LOOKUP-FILE
           END-IF.

       9900-WRITE-AUDIT-RECORD.
      * APPEND ONE SUMMARY LINE FOR THIS RUN TO THE SHARED OPERATIONS
      * AUDIT TRAIL, MIRRORING THE PROGRAM TOTALS DISPLAYED ABOVE.
           ACCEPT WS-RUN-TIME FROM TIME.
           MOVE "LOTMNTRB"          TO AUD-PROGRAM-NAME.
           MOVE WS-RUN-DATE         TO AUD-RUN-DATE.
           MOVE WS-RUN-TIME         TO AUD-RUN-TIME.
           MOVE WS-TRANS-READ       TO AUD-RECORDS-READ.
           MOVE WS-TRANS-APPLIED    TO AUD-RECORDS-WRITTEN.
           MOVE SPACES              TO AUD-KEY-TOTALS.
           MOVE "REJECTED="         TO AUD-KEY-TOTALS(1:9).
           MOVE WS-TRANS-REJECTED   TO AUD-KEY-TOTALS(10:5).
           MOVE " RECALLS="         TO AUD-KEY-TOTALS(15:9).
           MOVE WS-RECALLS-PRINTED  TO AUD-KEY-TOTALS(24:5).
           MOVE SGN-USER-ID         TO AUD-USER-ID.
           IF RETURN-CODE = 0
              MOVE "OK" TO AUD-COMPLETION-STATUS
           ELSE
              MOVE "ER" TO AUD-COMPLETION-STATUS
           END-IF.
           WRITE AUDIT-TRAIL-RECORD FROM AUDIT-TRAIL-LINE.
