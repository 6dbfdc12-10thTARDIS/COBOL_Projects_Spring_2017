       IDENTIFICATION DIVISION.
       PROGRAM-ID.    MRPPRJRB.
       AUTHOR.        RYAN BROOKS
      * TIME-PHASED MATERIAL REQUIREMENTS PROJECTION.  THE PO RUN
      * (POGENRB) ONLY ORDERS ONCE STOCK HAS ALREADY FALLEN BELOW THE
      * REORDER POINT - IT NEVER SEES THE BACKLOG COMING.  THIS
      * PROGRAM STARTS EACH MATERIAL FROM ITS ON-HAND STOCK (LESS
      * ANY LOTS UNDER QUARANTINE), TAKES OFF THE OPEN ORDERS' NEEDS
      * (AREA TIMES THE WASTE FACTOR, ROUNDED UP TO WHOLE STOCK
      * UNITS, THE SAME FIGURE THE DRAWDOWN WILL TAKE) ON THE CUT
      * DAYS THE CUT SCHEDULE (CUTSCHRB) WOULD GIVE THEM, ADDS BACK
      * THE OPEN PURCHASE ORDERS ON THEIR OPENPO.DAT DUE DATES, AND
      * CARRIES THE BALANCE BUSINESS DAY BY BUSINESS DAY ACROSS THE
      * HORIZON.  THE FIRST DAY A MATERIAL GOES SHORT IS FLAGGED AND
      * A PURCHASE IS SUGGESTED - ENOUGH TO COVER THE DEEPEST
      * SHORTFALL AND LAND BACK AT THE REORDER POINT, TO BE ORDERED
      * BY THE SHORT DAY LESS THE VENDOR'S LEAD TIME (VENDOR.DAT).
      * THE SUGGESTIONS ARE WRITTEN TO MRPSUGG.DAT, WHICH THE PO RUN
      * WILL ORDER FROM IN PLACE OF THE REORDER POINTS WHEN POINTED
      * AT IT (POGENRB-SUGGESTION-FILE).

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SHAPE-FILE-IN ASSIGN DYNAMIC
                 WS-SHAPE-FILE-IN-PATH
             organization is line sequential
             file status is WS-SHAPE-FILE-IN-STATUS.
           SELECT CUT-CAPACITY-FILE ASSIGN DYNAMIC
                 WS-CUT-CAPACITY-PATH
             organization is line sequential
             file status is WS-CUT-CAPACITY-STATUS.
           SELECT MATERIAL-CONTROL-FILE ASSIGN DYNAMIC
                 WS-MATERIAL-CONTROL-PATH
             organization is line sequential
             file status is WS-MATERIAL-CONTROL-STATUS.
           SELECT PRODUCT-FILE ASSIGN DYNAMIC
                 WS-PRODUCT-FILE-PATH
             organization is line sequential
             file status is WS-PRODUCT-FILE-STATUS.
           SELECT MATLOT-FILE ASSIGN DYNAMIC
                 WS-MATLOT-PATH
             organization is line sequential
             file status is WS-MATLOT-STATUS.
           SELECT VENDOR-MASTER ASSIGN DYNAMIC
                 WS-VENDOR-MASTER-PATH
             organization is line sequential
             file status is WS-VENDOR-MASTER-STATUS.
           SELECT OPEN-PO-FILE ASSIGN DYNAMIC
                 WS-OPEN-PO-PATH
             organization is line sequential
             file status is WS-OPEN-PO-STATUS.
           SELECT SUGGESTION-FILE ASSIGN DYNAMIC
                 WS-SUGGESTION-PATH
             organization is line sequential
             file status is WS-SUGGESTION-STATUS.
           SELECT MRP-REPORT
             ASSIGN DYNAMIC WS-MRP-REPORT-PATH
             organization is LINE sequential
             file status is WS-MRP-REPORT-STATUS.
           SELECT AUDIT-TRAIL-FILE ASSIGN DYNAMIC
                 WS-AUDIT-TRAIL-PATH
             organization is line sequential
             file status is WS-AUDIT-TRAIL-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  SHAPE-FILE-IN
           RECORDING MODE IS F
           DATA RECORD IS SHAPE-REC-IN.
      * THE SHAPE RUN'S CALCULATED OUTPUT RECORD - THE SAME FILE THE
      * CUT SCHEDULE WORKS FROM.  THE RULER LINES THAT BRACKET IT
      * FAIL THE NUMERIC TESTS AND FALL OUT.
       01 SHAPE-REC-IN.
           05  SHP-SHAPE-TYPE           PIC X(10).
           05  SHP-SIZE-1               PIC 9(03).
           05  SHP-SIZE-2               PIC 9(03).
           05  SHP-SQ-FT-PRICE          PIC 9(03)V99.
           05  SHP-CUST-NUMBER          PIC X(06).
           05  SHP-CURRENCY-CODE        PIC X(03).
           05  SHP-ORDER-NUMBER         PIC X(06).
           05  SHP-ORDER-DATE           PIC X(08).
           05  SHP-PROMISED-DATE        PIC X(08).
           05  SHP-ORDER-STATUS         PIC X(01).
               88 SHP-ORDER-IS-OPEN        VALUE "O".
               88 SHP-ORDER-IS-IN-WORK     VALUE "W".
               88 SHP-ORDER-IS-CUT         VALUE "K".
           05  SHP-SALES-ID             PIC X(03).
           05  SHP-MATERIAL             PIC X(05).
      * SALES SPLIT SHARES - NOT USED HERE.
           05  FILLER                   PIC X(15).
           05  SHP-LINE-NUMBER          PIC X(02).
      * SHIP-TO CODE - NOT USED HERE.
           05  FILLER                   PIC X(03).
           05  SHP-AREA-OUT             PIC 9(06)V99.
           05  SHP-PERIMETER-OUT        PIC 9(04).
           05  SHP-PRICE-OUT            PIC 9(06)V99.

       FD  CUT-CAPACITY-FILE
           RECORDING MODE IS F
           DATA RECORD IS CUT-CAPACITY-RECORD.
       01 CUT-CAPACITY-RECORD.
           05  CTL-DAILY-CAPACITY       PIC 9(06).

       FD  MATERIAL-CONTROL-FILE
           RECORDING MODE IS F
           DATA RECORD IS MATERIAL-CONTROL-RECORD.
       01 MATERIAL-CONTROL-RECORD.
           05  CTL-WASTE-PCT            PIC 9V99.

       FD  PRODUCT-FILE
           RECORDING MODE IS F
           DATA RECORD IS PRODUCT-FILE-RECORD.
      * SAME LAYOUT LOOKUP AND THE SHAPE RUN USE.  ALLOCATED STOCK
      * IS NOT TAKEN OFF - THE RESERVATIONS ARE FOR THE VERY OPEN
      * ORDERS PROJECTED BELOW, AND WOULD COUNT THEM TWICE.
       01 PRODUCT-FILE-RECORD.
           05  PRD-ID                   PIC X(05).
           05  PRD-NAME                 PIC X(10).
           05  PRD-PRICE                PIC 9(03)V99.
           05  PRD-STOCK-QTY            PIC 9(05).
           05  PRD-REORDER-PT           PIC 9(05).
           05  PRD-UNIT-COST            PIC 9(03)V99.
           05  PRD-ALLOC-QTY            PIC 9(05).
           05  PRD-AVAIL-QTY            PIC 9(05).

       FD  MATLOT-FILE
           RECORDING MODE IS F
           DATA RECORD IS MATLOT-RECORD.
      * THE LOT INVENTORY - READ ONLY FOR THE QUARANTINED LOTS, WHOSE
      * UNITS ARE STILL IN STOCK BUT CANNOT BE CUT.  A SCRAPPED LOT
      * WAS WRITTEN OFF STOCK WHEN IT WAS SCRAPPED.
       01 MATLOT-RECORD.
           05  MLT-PRODUCT-ID           PIC X(05).
           05  MLT-LOT-NUMBER           PIC X(06).
           05  MLT-RECEIVED-DATE        PIC X(08).
           05  MLT-QTY-REMAINING        PIC 9(05).
           05  MLT-LOT-STATUS           PIC X(01).
               88 MLT-LOT-QUARANTINED      VALUE "Q".
           05  MLT-STATUS-DATE          PIC X(08).
           05  MLT-STATUS-USER          PIC X(08).

       FD  VENDOR-MASTER
           RECORDING MODE IS F
           DATA RECORD IS VENDOR-MASTER-RECORD.
      * ONE ROW PER VENDOR/MATERIAL - THE FIRST ROW FOR A MATERIAL IS
      * THE VENDOR THE PO RUN ORDERS FROM, SO IT IS THE ONE USED HERE.
       01 VENDOR-MASTER-RECORD.
           05  VND-VENDOR-ID            PIC X(05).
           05  VND-MATERIAL             PIC X(05).
           05  VND-COST                 PIC 9(03)V99.
           05  VND-LEAD-DAYS            PIC 9(03).
           05  VND-NAME                 PIC X(20).

       FD  OPEN-PO-FILE
           RECORDING MODE IS F
           DATA RECORD IS OPEN-PO-RECORD.
       01 OPEN-PO-RECORD.
           05  OPO-PO-NUMBER            PIC 9(06).
           05  OPO-VENDOR-ID            PIC X(05).
           05  OPO-PRODUCT-ID           PIC X(05).
           05  OPO-QTY-ORDERED          PIC 9(05).
           05  OPO-QTY-RECEIVED         PIC 9(05).
           05  OPO-ORDER-DATE           PIC X(08).
           05  OPO-DUE-DATE             PIC X(08).
           05  OPO-STATUS               PIC X(01).
               88 OPO-IS-OPEN              VALUE "O".

       FD  SUGGESTION-FILE
           RECORDING MODE IS F
           DATA RECORD IS SUGGESTION-RECORD.
      * ONE SUGGESTED PURCHASE PER SHORT MATERIAL.  THE PROJECTION
      * DATE TELLS THE PO RUN WHICH OPEN POS THE PROJECTION ALREADY
      * COUNTED - ONE PLACED ON OR AFTER IT MEANS THE SHORTAGE HAS
      * BEEN ORDERED SINCE.  A BLANK VENDOR MEANS NONE CARRIES IT.
       01 SUGGESTION-RECORD.
           05  SUG-PRODUCT-ID           PIC X(05).
           05  SUG-VENDOR-ID            PIC X(05).
           05  SUG-QTY                  PIC 9(05).
           05  SUG-ORDER-BY-DATE        PIC X(08).
           05  SUG-NEED-DATE            PIC X(08).
           05  SUG-PROJECTED-DATE       PIC X(08).

       FD  MRP-REPORT
           RECORDING MODE IS F
           DATA RECORD IS MRP-REPORT-RECORD.
       01 MRP-REPORT-RECORD              PIC X(133).

       FD  AUDIT-TRAIL-FILE
           RECORDING MODE IS F
           DATA RECORD IS AUDIT-TRAIL-RECORD.
       01 AUDIT-TRAIL-RECORD             PIC X(89).

       WORKING-STORAGE SECTION.
      * FILE PATHS - DEFAULT TO THE PATHS BELOW, BUT CAN BE OVERRIDDEN
      * AT RUN TIME BY SETTING THE MATCHING ENVIRONMENT VARIABLE
      * BEFORE STARTING THE PROGRAM (SEE 0500-GET-FILE-PATHS):
        01 WS-FILE-PATHS.
           05 WS-SHAPE-FILE-IN-PATH     PIC X(80)
                VALUE "C:\Users\Ryan\Desktop\MATHSHPSOUT.dat".
           05 WS-CUT-CAPACITY-PATH      PIC X(80)
                VALUE "C:\Users\Ryan\Desktop\CUTCAP.DAT".
           05 WS-MATERIAL-CONTROL-PATH  PIC X(80)
                VALUE "C:\Users\Ryan\Desktop\MATLCTL.DAT".
           05 WS-PRODUCT-FILE-PATH      PIC X(80)
                VALUE "C:\Users\Ryan\Desktop\PRODUCTLOOKUP.DAT".
           05 WS-MATLOT-PATH            PIC X(80)
                VALUE "C:\Users\Ryan\Desktop\MATLOTS.DAT".
           05 WS-VENDOR-MASTER-PATH     PIC X(80)
                VALUE "C:\Users\Ryan\Desktop\VENDOR.DAT".
           05 WS-OPEN-PO-PATH           PIC X(80)
                VALUE "C:\Users\Ryan\Desktop\OPENPO.DAT".
           05 WS-SUGGESTION-PATH        PIC X(80)
                VALUE "C:\Users\Ryan\Desktop\MRPSUGG.DAT".
           05 WS-MRP-REPORT-PATH        PIC X(80)
                VALUE "C:\Users\Ryan\Desktop\MRPPROJ.rpt".
           05 WS-AUDIT-TRAIL-PATH       PIC X(80)
                VALUE "C:\Users\Ryan\Desktop\OPS-AUDIT-TRAIL.LOG".
           05 WS-ENV-PATH-OVERRIDE      PIC X(80).
        01 WS-ENV-STAGING               PIC X(16) VALUE SPACES.

      * File status
        COPY "FILESTAT.cpy" REPLACING
            ==STATUS-FIELD==   BY ==WS-SHAPE-FILE-IN-STATUS==
            ==STATUS-OK==      BY ==SHAPE-FILE-IN-SUCCESSFUL==
            ==STATUS-EOF==     BY ==END-OF-SHAPE-FILE==
            ==STATUS-INVALID== BY ==INVALID-VALUE-IN-FILE==.
        01 WS-CUT-CAPACITY-STATUS       pic X(02).
           88 CUT-CAPACITY-FOUND           VALUE "00".
        01 WS-MATERIAL-CONTROL-STATUS   pic X(02).
           88 MATERIAL-CONTROL-FOUND       VALUE "00".
        01 WS-PRODUCT-FILE-STATUS       pic X(02).
           88 PRODUCT-FILE-SUCCESSFUL      VALUE "00".
           88 END-OF-PRODUCT-FILE          VALUE "10".
        01 WS-MATLOT-STATUS             pic X(02).
           88 MATLOT-FILE-FOUND            VALUE "00".
           88 END-OF-MATLOT-FILE           VALUE "10".
        01 WS-VENDOR-MASTER-STATUS      pic X(02).
           88 VENDOR-MASTER-SUCCESSFUL     VALUE "00".
           88 END-OF-VENDOR-MASTER         VALUE "10".
        01 WS-OPEN-PO-STATUS            pic X(02).
           88 OPEN-PO-FILE-OK              VALUE "00".
           88 END-OF-OPEN-PO               VALUE "10".
        01 WS-SUGGESTION-STATUS         pic X(02).
           88 GOOD-SUGGESTION-WRITE        VALUE "00".
        01 WS-MRP-REPORT-STATUS         pic X(02).
           88 GOOD-MRP-REPORT              VALUE "00".
        01 WS-AUDIT-TRAIL-STATUS        pic X(02).
           88 GOOD-AUDIT-TRAIL-WRITE       VALUE "00".

      * DAILY CUTTING CAPACITY AND WASTE FACTOR - THE CUT SCHEDULE'S
      * AND THE SHAPE RUN'S DEFAULTS UNLESS THEIR CONTROL FILES SAY
      * OTHERWISE.
        01 WS-DAILY-CAPACITY            PIC 9(06) VALUE 500.
        01 WS-CTL-WASTE-PCT             PIC 9V99 VALUE 1.10.

      * THE HORIZON IN BUSINESS DAYS - MRPPRJRB-HORIZON-DAYS, OR SIX
      * WEEKS.  DAY 1 IS THE FIRST BUSINESS DAY AFTER THE RUN DATE,
      * THE SAME DAY THE CUT SCHEDULE STARTS ON.
        01 WS-HORIZON-DAYS              PIC 9(03) VALUE 30.
        01 WS-DAY-COUNT                 PIC 9(03) VALUE 0.
        01 WS-DAY-SUB                   PIC 9(03) VALUE 0.
        01 WS-DAY-TABLE.
           05 DAY-TABLE-ENTRY OCCURS 0 TO 260 TIMES
                 DEPENDING ON WS-DAY-COUNT.
              10 TABLE-DAY-DATE         PIC 9(08).
              10 TABLE-DAY-DEMAND       PIC 9(07).
              10 TABLE-DAY-RECEIPTS     PIC 9(07).

      * MATERIALS FROM THE PRODUCT FILE, WITH THEIR QUARANTINED UNITS.
        01 WS-MAT-COUNT                 PIC 9(03) VALUE 0.
        01 WS-MAT-SUB                   PIC 9(03) VALUE 0.
        01 WS-MAT-TABLE.
           05 MAT-TABLE-ENTRY OCCURS 0 TO 500 TIMES
                 DEPENDING ON WS-MAT-COUNT.
              10 TABLE-MAT-ID           PIC X(05).
              10 TABLE-MAT-NAME         PIC X(10).
              10 TABLE-MAT-STOCK        PIC 9(05).
              10 TABLE-MAT-REORDER      PIC 9(05).
              10 TABLE-MAT-HELD         PIC 9(06).

      * VENDOR ROWS, ONE PER VENDOR/MATERIAL
        01 WS-VND-COUNT                 PIC 9(03) VALUE 0.
        01 WS-VND-SUB                   PIC 9(03) VALUE 0.
        01 VENDOR-TABLE-ENTRY OCCURS 200 TIMES.
           05 TABLE-VND-VENDOR          PIC X(05).
           05 TABLE-VND-MATERIAL        PIC X(05).
           05 TABLE-VND-LEAD-DAYS       PIC 9(03).

      * THE OPEN-ORDER WORKLOAD, SORTED MATERIAL-MAJOR / PROMISED-
      * DATE-MINOR EXACTLY AS THE CUT SCHEDULE SORTS IT, SO THE DAYS
      * IT FILLS ARE THE DAYS THE FLOOR WILL SEE.  A LINE ALREADY CUT
      * (K) IS NOT SCHEDULED - ITS MATERIAL DRAWS WHEN IT SHIPS, SO
      * IT COMES OFF ON DAY 1.  A LINE SCHEDULED PAST THE HORIZON
      * KEEPS DAY 0 AND IS COUNTED, NOT PROJECTED.
        01 WS-CUT-COUNT                 PIC 9(04) VALUE 0.
        01 WS-CUT-SUB                   PIC 9(04) VALUE 0.
        01 WS-CUT-SUB-2                 PIC 9(04) VALUE 0.
        01 WS-CUT-SWAPS                 PIC X(01) VALUE "N".
           88 NO-CUT-SWAPS                 VALUE "N".
        01 WS-CUT-TABLE.
           05 CUT-TABLE-ENTRY OCCURS 0 TO 2000 TIMES
                 DEPENDING ON WS-CUT-COUNT.
              10 TABLE-CUT-MATERIAL     PIC X(05).
              10 TABLE-CUT-PROMISED     PIC X(08).
              10 TABLE-CUT-ORDER-NUM    PIC X(06).
              10 TABLE-CUT-LINE-NUM     PIC X(02).
              10 TABLE-CUT-STATUS       PIC X(01).
                 88 TABLE-CUT-ALREADY-CUT  VALUE "K".
              10 TABLE-CUT-AREA         PIC 9(06)V99.
              10 TABLE-CUT-DAY          PIC 9(03).
              10 TABLE-CUT-UNITS        PIC 9(05).
        01 WS-CUT-HOLD                  PIC X(38) VALUE SPACES.

      * OPEN PO RECEIPTS STILL TO COME, PLACED ON THE FIRST PROJECTED
      * DAY ON OR AFTER THEIR DUE DATE (A PAST-DUE PO LANDS ON DAY 1).
        01 WS-RCP-COUNT                 PIC 9(04) VALUE 0.
        01 WS-RCP-SUB                   PIC 9(04) VALUE 0.
        01 WS-RCP-TABLE.
           05 RCP-TABLE-ENTRY OCCURS 0 TO 1000 TIMES
                 DEPENDING ON WS-RCP-COUNT.
              10 TABLE-RCP-MATERIAL     PIC X(05).
              10 TABLE-RCP-DAY          PIC 9(03).
              10 TABLE-RCP-QTY          PIC 9(05).

      * SCHEDULING STATE - THE CURRENT CUTTING DAY NUMBER AND WHAT IS
      * LEFT OF ITS CAPACITY.
        01 WS-SCHED-DAY                 PIC 9(04) VALUE 0.
        01 WS-CAPACITY-LEFT             PIC S9(07)V99 VALUE 0.
        01 WS-DAY-HAS-WORK-SW           PIC X(01) VALUE "N".
           88 DAY-HAS-WORK                 VALUE "Y".
        01 WS-STEP-DATE                 PIC 9(08) VALUE 0.

      * PROJECTION STATE FOR THE MATERIAL IN HAND
        01 WS-BALANCE                   PIC S9(07) VALUE 0.
        01 WS-LOW-BALANCE               PIC S9(07) VALUE 0.
        01 WS-SHORT-DAY                 PIC 9(03) VALUE 0.
        01 WS-SUGGEST-QTY               PIC S9(07) VALUE 0.
        01 WS-ORDER-BY-DATE             PIC 9(08) VALUE 0.

        01 WS-RECORDS-READ              PIC 9(05) VALUE 0.
        01 WS-BEYOND-HORIZON            PIC 9(04) VALUE 0.
        01 WS-NO-MATERIAL-COUNT         PIC 9(04) VALUE 0.
        01 WS-SHORT-COUNT               PIC 9(03) VALUE 0.
        01 WS-EXPEDITE-COUNT            PIC 9(03) VALUE 0.
        01 WS-SUGGESTIONS-WRITTEN       PIC 9(03) VALUE 0.
        01 WS-RUN-DATE                  PIC X(08).
        01 WS-RUN-CCYYMMDD              PIC 9(08) VALUE 0.
        01 WS-RUN-TIME                  PIC 9(08) VALUE 0.
        COPY "AUDITTRL.cpy".
      * PARAMETER AREA FOR THE DATESRVRB DATE SERVICE - BUSINESS-DAY
      * STEPPING FOR THE HORIZON AND THE LEAD-TIME BACK-OFF.
        COPY "DATEFUN.cpy".

       01  PAGE-HDG-01.
           05 PAGE-HDG-01-CC         PIC X(01) VALUE SPACE.
           05 FILLER                 PIC X(46) VALUE SPACES.
           05 FILLER                 PIC X(33)
              VALUE "MATERIAL REQUIREMENTS PROJECTION".
           05 FILLER                 PIC X(25) VALUE SPACES.
           05 FILLER                 PIC X(06) VALUE "PAGE: ".
           05 PAGE-HDG-01-PAGE       PIC ZZ9.
       01  PAGE-HDG-02.
           05 PAGE-HDG-02-CC         PIC X(01) VALUE SPACE.
           05 FILLER                 PIC X(36) VALUE SPACES.
           05 FILLER                 PIC X(09) VALUE "HORIZON: ".
           05 PAGE-HDG-02-HORIZON    PIC ZZ9.
           05 FILLER                 PIC X(16)
              VALUE " BUSINESS DAYS  ".
           05 FILLER                 PIC X(10) VALUE "RUN DATE: ".
           05 PAGE-HDG-02-DATE       PIC XX/XX/XXXX.
           05 FILLER                 PIC X(48) VALUE SPACES.
       01  PAGE-HDG-03.
           05 PAGE-HDG-03-CC         PIC X(01) VALUE SPACE.
           05 FILLER                 PIC X(09) VALUE SPACES.
           05 FILLER                 PIC X(09) VALUE "MATERIAL ".
           05 FILLER                 PIC X(12) VALUE "NAME".
           05 FILLER                 PIC X(11) VALUE "DAY".
           05 FILLER                 PIC X(11) VALUE "     DEMAND".
           05 FILLER                 PIC X(11) VALUE "   RECEIPTS".
           05 FILLER                 PIC X(12) VALUE "     BALANCE".
           05 FILLER                 PIC X(03) VALUE SPACES.
           05 FILLER                 PIC X(20) VALUE "NOTE".

      * ONE LINE PER MATERIAL, THEN ONE PER DAY WITH MOVEMENT.
       01  DETAIL-LINE-MATERIAL.
           05 DTL-MAT-CC             PIC X(01) VALUE SPACE.
           05 FILLER                 PIC X(09) VALUE SPACES.
           05 DTL-MAT-ID             PIC X(05).
           05 FILLER                 PIC X(04) VALUE SPACES.
           05 DTL-MAT-NAME           PIC X(10).
           05 FILLER                 PIC X(04) VALUE SPACES.
           05 FILLER                 PIC X(09) VALUE "ON HAND: ".
           05 DTL-MAT-STOCK          PIC ZZ,ZZ9.
           05 FILLER                 PIC X(13) VALUE "  QUARANTINE:".
           05 DTL-MAT-HELD           PIC ZZZ,ZZ9.
           05 FILLER                 PIC X(09) VALUE "  START: ".
           05 DTL-MAT-START          PIC -Z,ZZZ,ZZ9.
           05 FILLER                 PIC X(15) VALUE "  REORDER PT:  ".
           05 DTL-MAT-REORDER        PIC ZZ,ZZ9.

       01  DETAIL-LINE-DAY.
           05 DTL-DAY-CC             PIC X(01) VALUE SPACE.
           05 FILLER                 PIC X(30) VALUE SPACES.
           05 DTL-DAY-DATE           PIC 9(08).
           05 FILLER                 PIC X(05) VALUE SPACES.
           05 DTL-DAY-DEMAND         PIC Z,ZZZ,ZZ9.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 DTL-DAY-RECEIPTS       PIC Z,ZZZ,ZZ9.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 DTL-DAY-BALANCE        PIC -Z,ZZZ,ZZ9.
           05 FILLER                 PIC X(03) VALUE SPACES.
           05 DTL-DAY-NOTE           PIC X(20).

      * THE SUGGESTED PURCHASE FOR A MATERIAL THAT GOES SHORT.
       01  DETAIL-LINE-SUGGEST.
           05 DTL-SUG-CC             PIC X(01) VALUE SPACE.
           05 FILLER                 PIC X(30) VALUE SPACES.
           05 FILLER                 PIC X(15) VALUE "SUGGEST ORDER: ".
           05 DTL-SUG-QTY            PIC ZZ,ZZ9.
           05 FILLER                 PIC X(06) VALUE " FROM ".
           05 DTL-SUG-VENDOR         PIC X(05).
           05 FILLER                 PIC X(10) VALUE "  LEAD:   ".
           05 DTL-SUG-LEAD           PIC ZZ9.
           05 FILLER                 PIC X(13) VALUE "  ORDER BY:  ".
           05 DTL-SUG-ORDER-BY       PIC 9(08).
           05 FILLER                 PIC X(03) VALUE SPACES.
           05 DTL-SUG-NOTE           PIC X(20).

       01  TOTALS-LINE-1.
           05 TOTAL-LINE-CC          PIC X(01) VALUE SPACE.
           05 FILLER                 PIC X(09) VALUE SPACES.
           05 FILLER                 PIC X(21)
              VALUE "MATERIALS PROJECTED: ".
           05 TOTAL-MATERIALS        PIC ZZ9.
           05 FILLER                 PIC X(05) VALUE SPACES.
           05 FILLER                 PIC X(12) VALUE "GOING SHORT:".
           05 TOTAL-SHORT            PIC ZZZ9.
           05 FILLER                 PIC X(05) VALUE SPACES.
           05 FILLER                 PIC X(19)
              VALUE "ORDERS TO EXPEDITE:".
           05 TOTAL-EXPEDITE         PIC ZZZ9.
       01  TOTALS-LINE-2.
           05 TOTAL-LINE-2-CC        PIC X(01) VALUE SPACE.
           05 FILLER                 PIC X(09) VALUE SPACES.
           05 FILLER                 PIC X(21)
              VALUE "LINES PROJECTED:     ".
           05 TOTAL-LINES            PIC Z,ZZ9.
           05 FILLER                 PIC X(03) VALUE SPACES.
           05 FILLER                 PIC X(19)
              VALUE "BEYOND THE HORIZON:".
           05 TOTAL-BEYOND           PIC Z,ZZ9.
           05 FILLER                 PIC X(03) VALUE SPACES.
           05 FILLER                 PIC X(22)
              VALUE "MATERIAL NOT ON FILE: ".
           05 TOTAL-NO-MATERIAL      PIC Z,ZZ9.

       01  DETAIL-LINE-LINE.
           05 FILLER                 PIC X(10) VALUE SPACES.
           05 FILLER                 PIC X(115) VALUE ALL "_".
           05 FILLER                 PIC X(21) VALUE SPACES.

       01  PAGE-STUFF.
           05 WS-PAGE-COUNT           PIC 999 VALUE 0.
           05 WS-LINE-COUNT           PIC 99 VALUE 0.

       01 WS-REPORT-RULER.
          05 FILLER                  PIC X(50)
             VALUE "----+----1----+----2----+----3----+----4----+----5".
          05 FILLER                  PIC X(50)
             VALUE "----+----6----+----7----+----8----+----9----+----0".
          05 FILLER                  PIC X(44)
             VALUE "----+----1----+----2----+----3---".

       PROCEDURE DIVISION.

           DISPLAY "MRPPRJRB FOR RYAN BROOKS".

           PERFORM 1000-INITIALIZE.
           PERFORM 2000-LOAD-OPEN-ORDERS.
           PERFORM 3000-SORT-WORKLOAD.
           PERFORM 4000-SCHEDULE-ORDERS.
           PERFORM 4800-LOAD-OPEN-PO-RECEIPTS.
           PERFORM VARYING WS-MAT-SUB FROM 1 BY 1
              UNTIL WS-MAT-SUB > WS-MAT-COUNT
              PERFORM 5000-PROJECT-ONE-MATERIAL
           END-PERFORM.
           PERFORM 9000-CREATE-LISTING-TOTAL-LINE.

           display "MATERIALS PROJECTED:         " WS-MAT-COUNT.
           display "ORDER LINES PROJECTED:       " WS-CUT-COUNT.
           display "LINES BEYOND HORIZON:        " WS-BEYOND-HORIZON.
           display "MATERIALS GOING SHORT:       " WS-SHORT-COUNT.
           display "SUGGESTIONS WRITTEN:         "
                   WS-SUGGESTIONS-WRITTEN.
           display "ORDERS TO EXPEDITE:          " WS-EXPEDITE-COUNT.

           PERFORM 9900-WRITE-AUDIT-RECORD.

           close SUGGESTION-FILE
                 MRP-REPORT
                 AUDIT-TRAIL-FILE.

           GOBACK.

       0500-GET-FILE-PATHS.
      * OVERRIDE THE DEFAULT FILE PATHS IF THE MATCHING ENVIRONMENT
      * VARIABLE HAS BEEN SET:
           ACCEPT WS-ENV-PATH-OVERRIDE FROM ENVIRONMENT
                  "MRPPRJRB-SHAPE-FILE-IN".
           IF WS-ENV-PATH-OVERRIDE NOT = SPACES
              MOVE WS-ENV-PATH-OVERRIDE TO WS-SHAPE-FILE-IN-PATH
           END-IF.
           ACCEPT WS-ENV-PATH-OVERRIDE FROM ENVIRONMENT
                  "MRPPRJRB-CUT-CAPACITY".
           IF WS-ENV-PATH-OVERRIDE NOT = SPACES
              MOVE WS-ENV-PATH-OVERRIDE TO WS-CUT-CAPACITY-PATH
           END-IF.
           ACCEPT WS-ENV-PATH-OVERRIDE FROM ENVIRONMENT
                  "MRPPRJRB-MATERIAL-CONTROL".
           IF WS-ENV-PATH-OVERRIDE NOT = SPACES
              MOVE WS-ENV-PATH-OVERRIDE TO WS-MATERIAL-CONTROL-PATH
           END-IF.
           ACCEPT WS-ENV-PATH-OVERRIDE FROM ENVIRONMENT
                  "MRPPRJRB-PRODUCT-FILE".
           IF WS-ENV-PATH-OVERRIDE NOT = SPACES
              MOVE WS-ENV-PATH-OVERRIDE TO WS-PRODUCT-FILE-PATH
           END-IF.
           ACCEPT WS-ENV-PATH-OVERRIDE FROM ENVIRONMENT
                  "MRPPRJRB-MATLOT-FILE".
           IF WS-ENV-PATH-OVERRIDE NOT = SPACES
              MOVE WS-ENV-PATH-OVERRIDE TO WS-MATLOT-PATH
           END-IF.
           ACCEPT WS-ENV-PATH-OVERRIDE FROM ENVIRONMENT
                  "MRPPRJRB-VENDOR-MASTER".
           IF WS-ENV-PATH-OVERRIDE NOT = SPACES
              MOVE WS-ENV-PATH-OVERRIDE TO WS-VENDOR-MASTER-PATH
           END-IF.
           ACCEPT WS-ENV-PATH-OVERRIDE FROM ENVIRONMENT
                  "MRPPRJRB-OPEN-PO-FILE".
           IF WS-ENV-PATH-OVERRIDE NOT = SPACES
              MOVE WS-ENV-PATH-OVERRIDE TO WS-OPEN-PO-PATH
           END-IF.
           ACCEPT WS-ENV-PATH-OVERRIDE FROM ENVIRONMENT
                  "MRPPRJRB-SUGGESTION-FILE".
           IF WS-ENV-PATH-OVERRIDE NOT = SPACES
              MOVE WS-ENV-PATH-OVERRIDE TO WS-SUGGESTION-PATH
           END-IF.
           ACCEPT WS-ENV-PATH-OVERRIDE FROM ENVIRONMENT
                  "MRPPRJRB-MRP-REPORT".
           IF WS-ENV-PATH-OVERRIDE NOT = SPACES
              MOVE WS-ENV-PATH-OVERRIDE TO WS-MRP-REPORT-PATH
           END-IF.
           ACCEPT WS-ENV-PATH-OVERRIDE FROM ENVIRONMENT
                  "MRPPRJRB-AUDIT-TRAIL-FILE".
           IF WS-ENV-PATH-OVERRIDE NOT = SPACES
              MOVE WS-ENV-PATH-OVERRIDE TO WS-AUDIT-TRAIL-PATH
           END-IF.
           MOVE SPACES TO WS-ENV-STAGING.
           ACCEPT WS-ENV-STAGING FROM ENVIRONMENT
                  "MRPPRJRB-HORIZON-DAYS".
           IF WS-ENV-STAGING NOT = SPACES
              AND FUNCTION NUMVAL (WS-ENV-STAGING) > 0
              AND FUNCTION NUMVAL (WS-ENV-STAGING) NOT > 260
              COMPUTE WS-HORIZON-DAYS =
                  FUNCTION NUMVAL (WS-ENV-STAGING)
           END-IF.

       1000-INITIALIZE.
           PERFORM 0500-GET-FILE-PATHS.
           ACCEPT WS-RUN-DATE FROM DATE.
           MOVE   WS-RUN-DATE TO PAGE-HDG-02-DATE.
           MOVE "20"              TO WS-RUN-CCYYMMDD (1:2).
           MOVE WS-RUN-DATE (1:6) TO WS-RUN-CCYYMMDD (3:6).
           MOVE WS-HORIZON-DAYS   TO PAGE-HDG-02-HORIZON.
           OPEN INPUT CUT-CAPACITY-FILE.
           IF CUT-CAPACITY-FOUND
              READ CUT-CAPACITY-FILE
                 AT END
                    CONTINUE
                 NOT AT END
                    IF CTL-DAILY-CAPACITY IS NUMERIC
                       AND CTL-DAILY-CAPACITY > 0
                       MOVE CTL-DAILY-CAPACITY TO WS-DAILY-CAPACITY
                    END-IF
              END-READ
              CLOSE CUT-CAPACITY-FILE
           END-IF.
      * A MISSING CONTROL FILE LEAVES THE BUILT-IN WASTE FACTOR.
           OPEN INPUT MATERIAL-CONTROL-FILE.
           IF MATERIAL-CONTROL-FOUND
              READ MATERIAL-CONTROL-FILE
                 AT END
                    CONTINUE
                 NOT AT END
                    IF CTL-WASTE-PCT IS NUMERIC
                       AND CTL-WASTE-PCT > 0
                       MOVE CTL-WASTE-PCT TO WS-CTL-WASTE-PCT
                    END-IF
              END-READ
              CLOSE MATERIAL-CONTROL-FILE
           END-IF.
           PERFORM 1500-LOAD-MATERIALS.
           PERFORM 1600-LOAD-QUARANTINED-LOTS.
           PERFORM 1700-LOAD-VENDOR-MASTER.
           PERFORM 1800-BUILD-HORIZON.
           OPEN OUTPUT SUGGESTION-FILE.
           IF NOT GOOD-SUGGESTION-WRITE
              DISPLAY "MRPPRJRB: UNABLE TO OPEN SUGGESTION FILE, "
                  "STATUS = " WS-SUGGESTION-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN OUTPUT MRP-REPORT.
           OPEN EXTEND AUDIT-TRAIL-FILE.
           IF NOT GOOD-AUDIT-TRAIL-WRITE
              CLOSE AUDIT-TRAIL-FILE
              OPEN OUTPUT AUDIT-TRAIL-FILE
           END-IF.
           PERFORM 8000-WRITE-HEADINGS.

       1500-LOAD-MATERIALS.
      * NO PRODUCT FILE MEANS NOTHING TO PROJECT - THE RUN STOPS.
           OPEN INPUT PRODUCT-FILE.
           IF NOT PRODUCT-FILE-SUCCESSFUL
              DISPLAY "MRPPRJRB: UNABLE TO OPEN PRODUCT FILE, "
                  "STATUS = " WS-PRODUCT-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           PERFORM UNTIL END-OF-PRODUCT-FILE
                    OR WS-MAT-COUNT = 500
              READ PRODUCT-FILE
                 AT END
                    SET END-OF-PRODUCT-FILE TO TRUE
                 NOT AT END
                    ADD 1 TO WS-MAT-COUNT
                    MOVE PRD-ID   TO TABLE-MAT-ID (WS-MAT-COUNT)
                    MOVE PRD-NAME TO TABLE-MAT-NAME (WS-MAT-COUNT)
                    MOVE 0        TO TABLE-MAT-HELD (WS-MAT-COUNT)
                    IF PRD-STOCK-QTY IS NUMERIC
                       MOVE PRD-STOCK-QTY TO
                            TABLE-MAT-STOCK (WS-MAT-COUNT)
                    ELSE
                       MOVE 0 TO TABLE-MAT-STOCK (WS-MAT-COUNT)
                    END-IF
                    IF PRD-REORDER-PT IS NUMERIC
                       MOVE PRD-REORDER-PT TO
                            TABLE-MAT-REORDER (WS-MAT-COUNT)
                    ELSE
                       MOVE 0 TO TABLE-MAT-REORDER (WS-MAT-COUNT)
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE PRODUCT-FILE.

       1600-LOAD-QUARANTINED-LOTS.
      * NO LOT FILE JUST MEANS NOTHING IS ON HOLD.
           OPEN INPUT MATLOT-FILE.
           IF MATLOT-FILE-FOUND
              PERFORM UNTIL END-OF-MATLOT-FILE
                 READ MATLOT-FILE
                    AT END
                       SET END-OF-MATLOT-FILE TO TRUE
                    NOT AT END
                       IF MLT-LOT-QUARANTINED
                          AND MLT-QTY-REMAINING IS NUMERIC
                          PERFORM 1650-FIND-LOT-MATERIAL
                          IF WS-MAT-SUB NOT > WS-MAT-COUNT
                             ADD MLT-QTY-REMAINING TO
                                 TABLE-MAT-HELD (WS-MAT-SUB)
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE MATLOT-FILE
           END-IF.

       1650-FIND-LOT-MATERIAL.
           PERFORM VARYING WS-MAT-SUB FROM 1 BY 1
              UNTIL WS-MAT-SUB > WS-MAT-COUNT
                 OR TABLE-MAT-ID (WS-MAT-SUB) = MLT-PRODUCT-ID
           END-PERFORM.

       1700-LOAD-VENDOR-MASTER.
      * A MISSING VENDOR MASTER STILL PROJECTS - EVERY SHORTAGE JUST
      * COMES OUT WITH NO VENDOR TO ORDER FROM.
           OPEN INPUT VENDOR-MASTER.
           IF VENDOR-MASTER-SUCCESSFUL
              PERFORM UNTIL END-OF-VENDOR-MASTER
                       OR WS-VND-COUNT = 200
                 READ VENDOR-MASTER
                    AT END
                       SET END-OF-VENDOR-MASTER TO TRUE
                    NOT AT END
                       ADD 1 TO WS-VND-COUNT
                       MOVE VND-VENDOR-ID TO
                            TABLE-VND-VENDOR (WS-VND-COUNT)
                       MOVE VND-MATERIAL TO
                            TABLE-VND-MATERIAL (WS-VND-COUNT)
                       IF VND-LEAD-DAYS IS NUMERIC
                          MOVE VND-LEAD-DAYS TO
                               TABLE-VND-LEAD-DAYS (WS-VND-COUNT)
                       ELSE
                          MOVE 0 TO TABLE-VND-LEAD-DAYS (WS-VND-COUNT)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE VENDOR-MASTER
           END-IF.

       1800-BUILD-HORIZON.
      * ONE ROW PER BUSINESS DAY ACROSS THE HORIZON, STEPPED THE WAY
      * THE CUT SCHEDULE STEPS ITS DAYS.
           MOVE WS-RUN-CCYYMMDD TO WS-STEP-DATE.
           PERFORM UNTIL WS-DAY-COUNT = WS-HORIZON-DAYS
              PERFORM 1850-NEXT-BUSINESS-DAY
              ADD 1 TO WS-DAY-COUNT
              MOVE WS-STEP-DATE TO TABLE-DAY-DATE (WS-DAY-COUNT)
              MOVE 0 TO TABLE-DAY-DEMAND (WS-DAY-COUNT)
                        TABLE-DAY-RECEIPTS (WS-DAY-COUNT)
           END-PERFORM.

       1850-NEXT-BUSINESS-DAY.
           MOVE "N" TO DFN-FUNCTION-CODE.
           MOVE WS-STEP-DATE TO DFN-DATE-1.
           CALL "DATESRVRB" USING DATEFUN-PARMS.
           IF DFN-OK
              MOVE DFN-RESULT-DATE TO WS-STEP-DATE
           ELSE
      * A DATE THE SERVICE WON'T TAKE FALLS BACK TO PLAIN CALENDAR
      * STEPPING, AS IN THE CUT SCHEDULE:
              COMPUTE WS-STEP-DATE = FUNCTION DATE-OF-INTEGER
                  (FUNCTION INTEGER-OF-DATE (WS-STEP-DATE) + 1)
           END-IF.

       2000-LOAD-OPEN-ORDERS.
      * EVERY OPEN, IN-WORK OR CUT-NOT-SHIPPED LINE WITH A READABLE
      * PROMISED DATE - THE LINES WHOSE MATERIAL HAS YET TO BE DRAWN.
           OPEN INPUT SHAPE-FILE-IN.
           IF NOT SHAPE-FILE-IN-SUCCESSFUL
              DISPLAY "MRPPRJRB: UNABLE TO OPEN SHAPE FILE, "
                  "STATUS = " WS-SHAPE-FILE-IN-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           PERFORM UNTIL END-OF-SHAPE-FILE
              READ SHAPE-FILE-IN
                 AT END
                    SET END-OF-SHAPE-FILE TO TRUE
                 NOT AT END
                    ADD 1 TO WS-RECORDS-READ
                    IF SHP-PROMISED-DATE IS NUMERIC
                       AND SHP-AREA-OUT IS NUMERIC
                       AND (SHP-ORDER-IS-OPEN OR SHP-ORDER-IS-IN-WORK
                            OR SHP-ORDER-IS-CUT)
                       IF WS-CUT-COUNT = 2000
                          DISPLAY "MRPPRJRB: WORKLOAD TABLE CEILING "
                              "(2000) REACHED - RUN STOPPED"
                          MOVE 16 TO RETURN-CODE
                          GOBACK
                       END-IF
                       ADD 1 TO WS-CUT-COUNT
                       MOVE SHP-MATERIAL TO
                            TABLE-CUT-MATERIAL (WS-CUT-COUNT)
                       MOVE SHP-PROMISED-DATE TO
                            TABLE-CUT-PROMISED (WS-CUT-COUNT)
                       MOVE SHP-ORDER-NUMBER TO
                            TABLE-CUT-ORDER-NUM (WS-CUT-COUNT)
                       IF SHP-LINE-NUMBER = SPACES
                          MOVE "01" TO
                               TABLE-CUT-LINE-NUM (WS-CUT-COUNT)
                       ELSE
                          MOVE SHP-LINE-NUMBER TO
                               TABLE-CUT-LINE-NUM (WS-CUT-COUNT)
                       END-IF
                       MOVE SHP-ORDER-STATUS TO
                            TABLE-CUT-STATUS (WS-CUT-COUNT)
                       MOVE SHP-AREA-OUT TO
                            TABLE-CUT-AREA (WS-CUT-COUNT)
                       MOVE 0 TO TABLE-CUT-DAY (WS-CUT-COUNT)
      * THE SHAPE RUN'S DRAWDOWN ROUNDING:
                       COMPUTE TABLE-CUT-UNITS (WS-CUT-COUNT) =
                           (SHP-AREA-OUT * WS-CTL-WASTE-PCT) + 0.99
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE SHAPE-FILE-IN.

       3000-SORT-WORKLOAD.
      * BUBBLE THE TABLE INTO MATERIAL/PROMISED-DATE ORDER - THE
      * MATERIAL AND PROMISED DATE LEAD EACH ENTRY, SO A STRAIGHT
      * ENTRY COMPARE DOES IT.
           MOVE "Y" TO WS-CUT-SWAPS.
           PERFORM UNTIL NO-CUT-SWAPS
              MOVE "N" TO WS-CUT-SWAPS
              PERFORM VARYING WS-CUT-SUB FROM 1 BY 1
                 UNTIL WS-CUT-SUB NOT < WS-CUT-COUNT
                 COMPUTE WS-CUT-SUB-2 = WS-CUT-SUB + 1
                 IF CUT-TABLE-ENTRY (WS-CUT-SUB) >
                    CUT-TABLE-ENTRY (WS-CUT-SUB-2)
                    MOVE CUT-TABLE-ENTRY (WS-CUT-SUB)
                      TO WS-CUT-HOLD
                    MOVE CUT-TABLE-ENTRY (WS-CUT-SUB-2)
                      TO CUT-TABLE-ENTRY (WS-CUT-SUB)
                    MOVE WS-CUT-HOLD
                      TO CUT-TABLE-ENTRY (WS-CUT-SUB-2)
                    MOVE "Y" TO WS-CUT-SWAPS
                 END-IF
              END-PERFORM
           END-PERFORM.

       4000-SCHEDULE-ORDERS.
      * THE CUT SCHEDULE'S DAY FILLING, COUNTED IN HORIZON DAYS: FILL
      * EACH BUSINESS DAY TO CAPACITY, OLDEST PROMISE FIRST WITHIN
      * MATERIAL, STARTING WITH DAY 1.  THE LINE'S UNITS GO ON ITS
      * CUT DAY'S DEMAND.
           MOVE 1 TO WS-SCHED-DAY.
           MOVE WS-DAILY-CAPACITY TO WS-CAPACITY-LEFT.
           MOVE "N" TO WS-DAY-HAS-WORK-SW.
           PERFORM VARYING WS-CUT-SUB FROM 1 BY 1
              UNTIL WS-CUT-SUB > WS-CUT-COUNT
              IF TABLE-CUT-ALREADY-CUT (WS-CUT-SUB)
                 MOVE 1 TO TABLE-CUT-DAY (WS-CUT-SUB)
              ELSE
                 PERFORM 4500-SCHEDULE-ONE-LINE
              END-IF
              IF TABLE-CUT-DAY (WS-CUT-SUB) = 0
                 ADD 1 TO WS-BEYOND-HORIZON
              END-IF
           END-PERFORM.

       4500-SCHEDULE-ONE-LINE.
           IF DAY-HAS-WORK
              AND TABLE-CUT-AREA (WS-CUT-SUB) > WS-CAPACITY-LEFT
              ADD 1 TO WS-SCHED-DAY
              MOVE WS-DAILY-CAPACITY TO WS-CAPACITY-LEFT
              MOVE "N" TO WS-DAY-HAS-WORK-SW
           END-IF.
           SUBTRACT TABLE-CUT-AREA (WS-CUT-SUB)
               FROM WS-CAPACITY-LEFT.
           SET DAY-HAS-WORK TO TRUE.
           IF WS-SCHED-DAY NOT > WS-DAY-COUNT
              MOVE WS-SCHED-DAY TO TABLE-CUT-DAY (WS-CUT-SUB)
           END-IF.

       4800-LOAD-OPEN-PO-RECEIPTS.
      * WHAT IS STILL TO COME IN ON EACH OPEN PO.  A PO DUE PAST THE
      * HORIZON DOES NOT HELP INSIDE IT AND IS LEFT OUT.
           OPEN INPUT OPEN-PO-FILE.
           IF OPEN-PO-FILE-OK
              PERFORM UNTIL END-OF-OPEN-PO
                       OR WS-RCP-COUNT = 1000
                 READ OPEN-PO-FILE
                    AT END
                       SET END-OF-OPEN-PO TO TRUE
                    NOT AT END
                       IF OPO-IS-OPEN
                          AND OPO-DUE-DATE IS NUMERIC
                          AND OPO-QTY-ORDERED IS NUMERIC
                          AND OPO-QTY-RECEIVED IS NUMERIC
                          AND OPO-QTY-ORDERED > OPO-QTY-RECEIVED
                          PERFORM 4850-PLACE-ONE-RECEIPT
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE OPEN-PO-FILE
           END-IF.

       4850-PLACE-ONE-RECEIPT.
           PERFORM VARYING WS-DAY-SUB FROM 1 BY 1
              UNTIL WS-DAY-SUB > WS-DAY-COUNT
                 OR TABLE-DAY-DATE (WS-DAY-SUB) NOT <
                    FUNCTION NUMVAL (OPO-DUE-DATE)
           END-PERFORM.
           IF WS-DAY-SUB NOT > WS-DAY-COUNT
              ADD 1 TO WS-RCP-COUNT
              MOVE OPO-PRODUCT-ID TO TABLE-RCP-MATERIAL (WS-RCP-COUNT)
              MOVE WS-DAY-SUB     TO TABLE-RCP-DAY (WS-RCP-COUNT)
              COMPUTE TABLE-RCP-QTY (WS-RCP-COUNT) =
                  OPO-QTY-ORDERED - OPO-QTY-RECEIVED
           END-IF.

       5000-PROJECT-ONE-MATERIAL.
      * GATHER THE MATERIAL'S DEMAND AND RECEIPTS ONTO THE DAYS, THEN
      * CARRY THE BALANCE FORWARD A DAY AT A TIME.  ONLY DAYS WITH
      * MOVEMENT (OR THE FIRST SHORT DAY) ARE PRINTED.
           PERFORM VARYING WS-DAY-SUB FROM 1 BY 1
              UNTIL WS-DAY-SUB > WS-DAY-COUNT
              MOVE 0 TO TABLE-DAY-DEMAND (WS-DAY-SUB)
                        TABLE-DAY-RECEIPTS (WS-DAY-SUB)
           END-PERFORM.
           PERFORM VARYING WS-CUT-SUB FROM 1 BY 1
              UNTIL WS-CUT-SUB > WS-CUT-COUNT
              IF TABLE-CUT-MATERIAL (WS-CUT-SUB) =
                 TABLE-MAT-ID (WS-MAT-SUB)
                 AND TABLE-CUT-DAY (WS-CUT-SUB) > 0
                 MOVE TABLE-CUT-DAY (WS-CUT-SUB) TO WS-DAY-SUB
                 ADD TABLE-CUT-UNITS (WS-CUT-SUB)
                  TO TABLE-DAY-DEMAND (WS-DAY-SUB)
              END-IF
           END-PERFORM.
           PERFORM VARYING WS-RCP-SUB FROM 1 BY 1
              UNTIL WS-RCP-SUB > WS-RCP-COUNT
              IF TABLE-RCP-MATERIAL (WS-RCP-SUB) =
                 TABLE-MAT-ID (WS-MAT-SUB)
                 MOVE TABLE-RCP-DAY (WS-RCP-SUB) TO WS-DAY-SUB
                 ADD TABLE-RCP-QTY (WS-RCP-SUB)
                  TO TABLE-DAY-RECEIPTS (WS-DAY-SUB)
              END-IF
           END-PERFORM.
           COMPUTE WS-BALANCE = TABLE-MAT-STOCK (WS-MAT-SUB)
                              - TABLE-MAT-HELD (WS-MAT-SUB).
           MOVE WS-BALANCE TO WS-LOW-BALANCE.
           MOVE 0 TO WS-SHORT-DAY.
           MOVE TABLE-MAT-ID (WS-MAT-SUB)      TO DTL-MAT-ID.
           MOVE TABLE-MAT-NAME (WS-MAT-SUB)    TO DTL-MAT-NAME.
           MOVE TABLE-MAT-STOCK (WS-MAT-SUB)   TO DTL-MAT-STOCK.
           MOVE TABLE-MAT-HELD (WS-MAT-SUB)    TO DTL-MAT-HELD.
           MOVE WS-BALANCE                     TO DTL-MAT-START.
           MOVE TABLE-MAT-REORDER (WS-MAT-SUB) TO DTL-MAT-REORDER.
           add 2 to WS-LINE-COUNT.
           if WS-LINE-COUNT > 50
              PERFORM 8000-WRITE-HEADINGS.
           write MRP-REPORT-RECORD from DETAIL-LINE-MATERIAL
             after advancing 02 lines.
           PERFORM VARYING WS-DAY-SUB FROM 1 BY 1
              UNTIL WS-DAY-SUB > WS-DAY-COUNT
              PERFORM 5100-PROJECT-ONE-DAY
           END-PERFORM.
           IF WS-SHORT-DAY > 0
              PERFORM 5300-SUGGEST-PURCHASE
           END-IF.

       5100-PROJECT-ONE-DAY.
           COMPUTE WS-BALANCE = WS-BALANCE
                              + TABLE-DAY-RECEIPTS (WS-DAY-SUB)
                              - TABLE-DAY-DEMAND (WS-DAY-SUB).
           IF WS-BALANCE < WS-LOW-BALANCE
              MOVE WS-BALANCE TO WS-LOW-BALANCE
           END-IF.
           MOVE SPACES TO DTL-DAY-NOTE.
           IF WS-BALANCE < 0 AND WS-SHORT-DAY = 0
              MOVE WS-DAY-SUB TO WS-SHORT-DAY
              MOVE "** FIRST SHORT DAY" TO DTL-DAY-NOTE
           ELSE
              IF WS-BALANCE < 0
                 MOVE "SHORT" TO DTL-DAY-NOTE
              END-IF
           END-IF.
           IF TABLE-DAY-DEMAND (WS-DAY-SUB) > 0
              OR TABLE-DAY-RECEIPTS (WS-DAY-SUB) > 0
              OR WS-SHORT-DAY = WS-DAY-SUB
              MOVE TABLE-DAY-DATE (WS-DAY-SUB)     TO DTL-DAY-DATE
              MOVE TABLE-DAY-DEMAND (WS-DAY-SUB)   TO DTL-DAY-DEMAND
              MOVE TABLE-DAY-RECEIPTS (WS-DAY-SUB) TO DTL-DAY-RECEIPTS
              MOVE WS-BALANCE                      TO DTL-DAY-BALANCE
              add 1 to WS-LINE-COUNT
              if WS-LINE-COUNT > 50
                 PERFORM 8000-WRITE-HEADINGS
              END-IF
              write MRP-REPORT-RECORD from DETAIL-LINE-DAY
                after advancing 01 lines
           END-IF.

       5300-SUGGEST-PURCHASE.
      * ENOUGH TO COVER THE DEEPEST SHORTFALL IN THE HORIZON AND
      * STILL SIT AT THE REORDER POINT THERE, ORDERED THE VENDOR'S
      * LEAD TIME AHEAD OF THE FIRST SHORT DAY.  AN ORDER-BY DATE
      * ALREADY BEHIND THE RUN DATE CANNOT ARRIVE IN TIME ON NORMAL
      * LEAD - IT IS ORDERED TODAY AND FLAGGED TO EXPEDITE.
           ADD 1 TO WS-SHORT-COUNT.
           COMPUTE WS-SUGGEST-QTY = TABLE-MAT-REORDER (WS-MAT-SUB)
                                  - WS-LOW-BALANCE.
           IF WS-SUGGEST-QTY > 99999
              MOVE 99999 TO WS-SUGGEST-QTY
           END-IF.
           MOVE SPACES TO DTL-SUG-NOTE.
           PERFORM VARYING WS-VND-SUB FROM 1 BY 1
              UNTIL WS-VND-SUB > WS-VND-COUNT
                 OR TABLE-VND-MATERIAL (WS-VND-SUB) =
                    TABLE-MAT-ID (WS-MAT-SUB)
           END-PERFORM.
           IF WS-VND-SUB > WS-VND-COUNT
              MOVE SPACES TO SUG-VENDOR-ID
                             DTL-SUG-VENDOR
              MOVE 0 TO DTL-SUG-LEAD
              MOVE WS-RUN-CCYYMMDD TO WS-ORDER-BY-DATE
              MOVE "** NO VENDOR" TO DTL-SUG-NOTE
           ELSE
              MOVE TABLE-VND-VENDOR (WS-VND-SUB) TO SUG-VENDOR-ID
                                                    DTL-SUG-VENDOR
              MOVE TABLE-VND-LEAD-DAYS (WS-VND-SUB) TO DTL-SUG-LEAD
              MOVE "A" TO DFN-FUNCTION-CODE
              MOVE TABLE-DAY-DATE (WS-SHORT-DAY) TO DFN-DATE-1
              COMPUTE DFN-DAY-COUNT =
                  0 - TABLE-VND-LEAD-DAYS (WS-VND-SUB)
              CALL "DATESRVRB" USING DATEFUN-PARMS
              IF DFN-OK
                 MOVE DFN-RESULT-DATE TO WS-ORDER-BY-DATE
              ELSE
                 COMPUTE WS-ORDER-BY-DATE = FUNCTION DATE-OF-INTEGER
                     (FUNCTION INTEGER-OF-DATE
                         (TABLE-DAY-DATE (WS-SHORT-DAY))
                      - TABLE-VND-LEAD-DAYS (WS-VND-SUB))
              END-IF
              IF WS-ORDER-BY-DATE < WS-RUN-CCYYMMDD
                 MOVE WS-RUN-CCYYMMDD TO WS-ORDER-BY-DATE
                 MOVE "** EXPEDITE" TO DTL-SUG-NOTE
                 ADD 1 TO WS-EXPEDITE-COUNT
              END-IF
           END-IF.
           MOVE TABLE-MAT-ID (WS-MAT-SUB)     TO SUG-PRODUCT-ID.
           MOVE WS-SUGGEST-QTY                TO SUG-QTY
                                                 DTL-SUG-QTY.
           MOVE WS-ORDER-BY-DATE              TO SUG-ORDER-BY-DATE
                                                 DTL-SUG-ORDER-BY.
           MOVE TABLE-DAY-DATE (WS-SHORT-DAY) TO SUG-NEED-DATE.
           MOVE WS-RUN-CCYYMMDD               TO SUG-PROJECTED-DATE.
           WRITE SUGGESTION-RECORD.
           ADD 1 TO WS-SUGGESTIONS-WRITTEN.
           add 1 to WS-LINE-COUNT.
           if WS-LINE-COUNT > 50
              PERFORM 8000-WRITE-HEADINGS.
           write MRP-REPORT-RECORD from DETAIL-LINE-SUGGEST
             after advancing 01 lines.

       8000-WRITE-HEADINGS.
           add 1 to WS-PAGE-COUNT.
           move WS-PAGE-COUNT TO PAGE-HDG-01-PAGE.
           WRITE MRP-REPORT-RECORD FROM WS-REPORT-RULER
             after advancing page.
           WRITE MRP-REPORT-RECORD
            FROM PAGE-HDG-01 after advancing 01 LINES.
           WRITE MRP-REPORT-RECORD
            FROM PAGE-HDG-02 after advancing 01 LINES.
           WRITE MRP-REPORT-RECORD
            FROM PAGE-HDG-03 AFTER ADVANCING 02 LINES.
           MOVE 4 TO WS-LINE-COUNT.

       9000-CREATE-LISTING-TOTAL-LINE.
           MOVE WS-MAT-COUNT         TO TOTAL-MATERIALS.
           MOVE WS-SHORT-COUNT       TO TOTAL-SHORT.
           MOVE WS-EXPEDITE-COUNT    TO TOTAL-EXPEDITE.
           MOVE WS-CUT-COUNT         TO TOTAL-LINES.
           MOVE WS-BEYOND-HORIZON    TO TOTAL-BEYOND.
           PERFORM 9050-COUNT-UNKNOWN-MATERIAL.
           MOVE WS-NO-MATERIAL-COUNT TO TOTAL-NO-MATERIAL.
           write MRP-REPORT-RECORD from DETAIL-LINE-LINE
             AFTER ADVANCING 01 LINES.
           write MRP-REPORT-RECORD from TOTALS-LINE-1
             AFTER ADVANCING 02 LINES.
           write MRP-REPORT-RECORD from TOTALS-LINE-2
             AFTER ADVANCING 01 LINES.
           write MRP-REPORT-RECORD from WS-REPORT-RULER
             after advancing 02 LINES.

       9050-COUNT-UNKNOWN-MATERIAL.
      * LINES WHOSE MATERIAL IS NOT ON THE PRODUCT FILE CANNOT BE
      * PROJECTED - THEY ARE COUNTED SO THEY ARE NOT SILENTLY LOST.
           PERFORM VARYING WS-CUT-SUB FROM 1 BY 1
              UNTIL WS-CUT-SUB > WS-CUT-COUNT
              PERFORM VARYING WS-MAT-SUB FROM 1 BY 1
                 UNTIL WS-MAT-SUB > WS-MAT-COUNT
                    OR TABLE-MAT-ID (WS-MAT-SUB) =
                       TABLE-CUT-MATERIAL (WS-CUT-SUB)
              END-PERFORM
              IF WS-MAT-SUB > WS-MAT-COUNT
                 ADD 1 TO WS-NO-MATERIAL-COUNT
              END-IF
           END-PERFORM.

       9900-WRITE-AUDIT-RECORD.
      * APPEND ONE SUMMARY LINE FOR THIS RUN TO THE SHARED OPERATIONS
      * AUDIT TRAIL, MIRRORING THE PROGRAM TOTALS DISPLAYED ABOVE.
           ACCEPT WS-RUN-TIME FROM TIME.
           MOVE "MRPPRJRB"          TO AUD-PROGRAM-NAME.
           MOVE WS-RUN-DATE         TO AUD-RUN-DATE.
           MOVE WS-RUN-TIME         TO AUD-RUN-TIME.
           MOVE WS-RECORDS-READ     TO AUD-RECORDS-READ.
           MOVE WS-SUGGESTIONS-WRITTEN TO AUD-RECORDS-WRITTEN.
           MOVE SPACES              TO AUD-KEY-TOTALS.
           MOVE "SHORT="            TO AUD-KEY-TOTALS(1:6).
           MOVE WS-SHORT-COUNT      TO AUD-KEY-TOTALS(7:3).
           MOVE " EXPEDITE="        TO AUD-KEY-TOTALS(10:10).
           MOVE WS-EXPEDITE-COUNT   TO AUD-KEY-TOTALS(20:3).
           IF RETURN-CODE = 0
              MOVE "OK" TO AUD-COMPLETION-STATUS
           ELSE
              MOVE "ER" TO AUD-COMPLETION-STATUS
           END-IF.
           WRITE AUDIT-TRAIL-RECORD FROM AUDIT-TRAIL-LINE.
