      * CUSTOMER NAME, AND REWRITES THE ORDER FILE - AND BECAUSE THE
      * SHAPE RUN NOW BILLS ONLY SHIPPED ORDERS, THIS IS THE GATE
      * THAT LETS AN INVOICE OUT OF THE BUILDING.
      * AN ORDER MAY CARRY SEVERAL RUGS, SO A CONFIRMATION NAMES THE
      * ORDER LINE IT SHIPPED; THE LINE MAY BE LEFT BLANK ONLY ON A
      * ONE-RUG ORDER.  THE ORDER HEADERS ARE REBUILT AFTER THE ORDER
      * FILE IS REWRITTEN SO AN ORDER SHOWS PARTIALLY SHIPPED UNTIL
      * ITS LAST LINE GOES.
      * THE CONFIRMATION ALSO CARRIES THE CARRIER, TRACKING NUMBER,
      * PACKAGE WEIGHT AND FREIGHT COST.  THE SLIP IS ADDRESSED TO THE
      * ORDER'S SHIP-TO (SHIPTO.DAT), OR THE CUSTOMER'S BILL-TO WHEN
      * THE ORDER HAS NONE; EACH SHIPMENT IS APPENDED TO THE SHIPMENT
      * LOG (SHIPLOG.DAT) THE SHAPE RUN BILLS FREIGHT FROM; AND THE
      * RUN'S SHIPMENTS PRINT AS A MANIFEST FOR EACH CARRIER.
      * EACH SHIPMENT IS ALSO QUEUED THROUGH DLREVTRB FOR THE NIGHTLY
      * DEALER NOTICE FILE, WITH THE SHIP DATE, SHIPPED DIMENSIONS,
      * CARRIER AND TRACKING NUMBER, WHEN THE ORDER IS A DEALER'S.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                 WS-CUSTOMER-MASTER-PATH
             organization is line sequential
             file status is WS-CUSTOMER-MASTER-STATUS.
           SELECT SHIP-TO-FILE ASSIGN DYNAMIC
                 WS-SHIP-TO-PATH
             organization is line sequential
             file status is WS-SHIP-TO-STATUS.
           SELECT SHIPMENT-LOG-FILE ASSIGN DYNAMIC
                 WS-SHIPMENT-LOG-PATH
             organization is line sequential
             file status is WS-SHIPMENT-LOG-STATUS.
           SELECT MANIFEST-FILE
             ASSIGN DYNAMIC WS-MANIFEST-PATH
             organization is LINE sequential
             file status is WS-MANIFEST-STATUS.
           SELECT PACKING-SLIP-FILE
             ASSIGN DYNAMIC WS-PACKING-SLIP-PATH
             organization is LINE sequential
           05  SCF-SHIP-DATE            PIC X(08).
           05  SCF-SIZE-1               PIC 9(03).
           05  SCF-SIZE-2               PIC 9(03).
           05  SCF-LINE-NUMBER          PIC X(02).
      * CARRIER (BLANK IS A CUSTOMER PICKUP), TRACKING NUMBER, PACKAGE
      * WEIGHT IN POUNDS AND FREIGHT COST - BLANK WEIGHT OR FREIGHT
      * READS AS ZERO.
           05  SCF-CARRIER              PIC X(06).
           05  SCF-TRACKING             PIC X(20).
           05  SCF-WEIGHT-X             PIC X(05).
           05  SCF-WEIGHT REDEFINES SCF-WEIGHT-X
                                        PIC 9(04)V9.
           05  SCF-FREIGHT-X            PIC X(07).
           05  SCF-FREIGHT REDEFINES SCF-FREIGHT-X
                                        PIC 9(05)V99.

       FD  ORDER-FILE
           RECORDING MODE IS F
           DATA RECORD IS ORDER-FILE-RECORD.
      * THE SHAPE RUN'S INPUT ORDER RECORD (THE 81-BYTE LAYOUT
      * ORDENTRB APPENDS).  THE WHOLE FILE IS HELD AND REWRITTEN SO
      * NON-ORDER LINES PASS THROUGH UNTOUCHED.
       01 ORDER-FILE-RECORD.
           05  ORD-ORDER-STATUS         PIC X(01).
           05  ORD-SALES-ID             PIC X(03).
           05  ORD-MATERIAL             PIC X(05).
           05  ORD-SALES-PCT-1          PIC 9(03).
           05  ORD-SALES-ID-2           PIC X(03).
           05  ORD-SALES-PCT-2          PIC 9(03).
           05  ORD-SALES-ID-3           PIC X(03).
           05  ORD-SALES-PCT-3          PIC 9(03).
           05  ORD-LINE-NUMBER          PIC X(02).
           05  ORD-SHIP-TO-CODE         PIC X(03).

       FD  CUSTOMER-MASTER
           RECORDING MODE IS F
           05  CUST-MASTER-TERMS        PIC X(03).
           05  CUST-MASTER-CREDIT-LIMIT PIC 9(07)V99.
           05  CUST-MASTER-CREDIT-HOLD  PIC X(01).
      * BILL-TO ADDRESS - WHERE AN ORDER WITH NO SHIP-TO GOES.
           05  CUST-MASTER-BILL-TO      PIC X(92).

       FD  SHIP-TO-FILE
           RECORDING MODE IS F
           DATA RECORD IS SHIP-TO-RECORD.
      * CUSTOMER SHIP-TO ADDRESSES, MAINTAINED BY CUSMNTRB.
       01 SHIP-TO-RECORD.
           05  SHP-CUST-NUMBER          PIC X(06).
           05  SHP-CODE                 PIC X(03).
           05  SHP-NAME                 PIC X(20).
           05  SHP-ADDRESS              PIC X(92).

       FD  SHIPMENT-LOG-FILE
           RECORDING MODE IS F
           DATA RECORD IS SHIPMENT-LOG-RECORD.
      * ONE ROW PER ORDER LINE SHIPPED, APPENDED RUN AFTER RUN.  THE
      * SHAPE RUN TOTALS THE FREIGHT BY ORDER ONTO THE INVOICE.
       01 SHIPMENT-LOG-RECORD.
           05  SLG-ORDER-NUMBER         PIC X(06).
           05  SLG-LINE-NUMBER          PIC X(02).
           05  SLG-SHIP-DATE            PIC X(08).
           05  SLG-CUST-NUMBER          PIC X(06).
           05  SLG-SHIP-TO-CODE         PIC X(03).
           05  SLG-CARRIER              PIC X(06).
           05  SLG-TRACKING             PIC X(20).
           05  SLG-WEIGHT               PIC 9(04)V9.
           05  SLG-FREIGHT              PIC 9(05)V99.

       FD  MANIFEST-FILE
           RECORDING MODE IS F
           DATA RECORD IS MANIFEST-RECORD.
       01 MANIFEST-RECORD                PIC X(133).

       FD  PACKING-SLIP-FILE
           RECORDING MODE IS F
                VALUE "C:\Users\Ryan\Desktop\SHIPCONF.rpt".
           05 WS-AUDIT-TRAIL-PATH       PIC X(80)
                VALUE "C:\Users\Ryan\Desktop\OPS-AUDIT-TRAIL.LOG".
           05 WS-SHIP-TO-PATH           PIC X(80)
                VALUE "C:\Users\Ryan\Desktop\SHIPTO.DAT".
           05 WS-SHIPMENT-LOG-PATH      PIC X(80)
                VALUE "C:\Users\Ryan\Desktop\SHIPLOG.DAT".
           05 WS-MANIFEST-PATH          PIC X(80)
                VALUE "C:\Users\Ryan\Desktop\MANIFEST.rpt".
           05 WS-ENV-PATH-OVERRIDE      PIC X(80).

      * File status
           88 GOOD-CONFIRM-LISTING         VALUE "00".
        01 WS-AUDIT-TRAIL-STATUS        pic X(02).
           88 GOOD-AUDIT-TRAIL-WRITE       VALUE "00".
        01 WS-SHIP-TO-STATUS            pic X(02).
           88 SHIP-TO-FILE-SUCCESSFUL      VALUE "00".
           88 END-OF-SHIP-TO-FILE          VALUE "10".
        01 WS-SHIPMENT-LOG-STATUS       pic X(02).
           88 GOOD-SHIPMENT-LOG-WRITE      VALUE "00".
        01 WS-MANIFEST-STATUS           pic X(02).
           88 GOOD-MANIFEST-WRITE          VALUE "00".

      * THE ORDER FILE, HELD WHOLE AND REWRITTEN WITH THE STATUS
      * CHANGES APPLIED.
        01 WS-ORDER-TABLE.
           05 ORDER-TABLE-ENTRY OCCURS 0 TO 2000 TIMES
                 DEPENDING ON WS-ORD-COUNT.
              10 TABLE-ORD-LINE         PIC X(81).
        01 WS-ORD-WORK.
           05 WRK-SHAPE-TYPE            PIC X(10).
           05 WRK-SIZE-1                PIC 9(03).
           05 WRK-ORDER-STATUS          PIC X(01).
               88 WRK-ORDER-IS-OPEN        VALUE "O".
               88 WRK-ORDER-IS-IN-WORK     VALUE "W".
               88 WRK-ORDER-IS-CUT         VALUE "K".
               88 WRK-ORDER-IS-SHIPPED     VALUE "S".
               88 WRK-ORDER-IS-CANCELLED   VALUE "C".
           05 WRK-SALES-ID              PIC X(03).
           05 WRK-MATERIAL              PIC X(05).
           05 WRK-SALES-PCT-1           PIC 9(03).
           05 WRK-SALES-ID-2            PIC X(03).
           05 WRK-SALES-PCT-2           PIC 9(03).
           05 WRK-SALES-ID-3            PIC X(03).
           05 WRK-SALES-PCT-3           PIC 9(03).
           05 WRK-LINE-NUMBER           PIC X(02).
           05 WRK-SHIP-TO-CODE          PIC X(03).
      * THE ORDER LINE BEING CONFIRMED - A BLANK LINE ON THE ORDER
      * FILE IS A ONE-RUG ORDER FROM BEFORE ORDERS HAD LINES, LINE 01.
        01 WS-FIND-LINE                 PIC X(02) VALUE SPACES.
        01 WS-ORDER-LINE-COUNT          PIC 9(04) VALUE 0.
        01 WS-LINE-SUB                  PIC 9(04) VALUE 0.

      * CUSTOMER NAMES AND BILL-TO ADDRESSES FOR THE PACKING SLIP
        01 WS-CUSTOMER-COUNT            PIC 9(03) VALUE 0.
        01 WS-CUSTOMER-SUB              PIC 9(03) VALUE 0.
        01 CUSTOMER-TABLE-ENTRY OCCURS 100 TIMES.
           05 TABLE-CUST-NUMBER         PIC X(06).
           05 TABLE-CUST-NAME           PIC X(20).
           05 TABLE-CUST-BILL-TO        PIC X(92).
        01 WS-CUST-NAME-FOUND           PIC X(20) VALUE SPACES.

      * THE CUSTOMERS' SHIP-TO ADDRESSES, BY CODE
        01 WS-SHP-COUNT                 PIC 9(04) VALUE 0.
        01 WS-SHP-SUB                   PIC 9(04) VALUE 0.
        01 WS-SHIP-TO-TABLE.
           05 SHP-TABLE-ENTRY OCCURS 0 TO 2000 TIMES
                 DEPENDING ON WS-SHP-COUNT.
              10 TABLE-SHP-CUST         PIC X(06).
              10 TABLE-SHP-CODE         PIC X(03).
              10 TABLE-SHP-NAME         PIC X(20).
              10 TABLE-SHP-ADDRESS      PIC X(92).

      * WHERE THE RUG BEING CONFIRMED GOES, AND HOW
        01 WS-SHIP-NAME                 PIC X(20) VALUE SPACES.
        01 WS-SHIP-ADDRESS.
           05 WS-SHIP-ADDR-1            PIC X(30).
           05 WS-SHIP-ADDR-2            PIC X(30).
           05 WS-SHIP-CITY              PIC X(20).
           05 WS-SHIP-STATE             PIC X(02).
           05 WS-SHIP-ZIP               PIC X(10).
        01 WS-SHIP-TO-MISSING-SW        PIC X(01) VALUE "N".
           88 SHIP-TO-MISSING              VALUE "Y".
        01 WS-SHIP-CARRIER              PIC X(06) VALUE SPACES.
        01 WS-SHIP-WEIGHT               PIC 9(04)V9 VALUE 0.
        01 WS-SHIP-FREIGHT              PIC 9(05)V99 VALUE 0.

      * THE RUN'S SHIPMENTS, HELD FOR THE MANIFEST, AND THE CARRIERS
      * THEY WENT BY IN CODE ORDER - THE MANIFEST PRINTS ONE CARRIER
      * AT A TIME.
        01 WS-MAN-COUNT                 PIC 9(04) VALUE 0.
        01 WS-MAN-SUB                   PIC 9(04) VALUE 0.
        01 WS-MAN-DROPPED               PIC 9(04) VALUE 0.
        01 WS-MANIFEST-TABLE.
           05 MAN-TABLE-ENTRY OCCURS 0 TO 500 TIMES
                 DEPENDING ON WS-MAN-COUNT.
              10 TABLE-MAN-CARRIER      PIC X(06).
              10 TABLE-MAN-ORDER        PIC X(06).
              10 TABLE-MAN-LINE         PIC X(02).
              10 TABLE-MAN-CUST         PIC X(06).
              10 TABLE-MAN-SHIP-TO      PIC X(03).
              10 TABLE-MAN-NAME         PIC X(20).
              10 TABLE-MAN-CITY         PIC X(20).
              10 TABLE-MAN-STATE        PIC X(02).
              10 TABLE-MAN-ZIP          PIC X(10).
              10 TABLE-MAN-TRACKING     PIC X(20).
              10 TABLE-MAN-WEIGHT       PIC 9(04)V9.
              10 TABLE-MAN-FREIGHT      PIC 9(05)V99.
        01 WS-CAR-COUNT                 PIC 9(03) VALUE 0.
        01 WS-CAR-SUB                   PIC 9(03) VALUE 0.
        01 WS-CAR-SHIFT                 PIC 9(03) VALUE 0.
        01 WS-CARRIER-TABLE.
           05 TABLE-CARRIER OCCURS 100 TIMES PIC X(06).
        01 WS-CAR-PACKAGES              PIC 9(04) VALUE 0.
        01 WS-CAR-WEIGHT                PIC 9(06)V9 VALUE 0.
        01 WS-CAR-FREIGHT               PIC 9(07)V99 VALUE 0.
        01 WS-RUN-PACKAGES              PIC 9(04) VALUE 0.
        01 WS-RUN-WEIGHT                PIC 9(06)V9 VALUE 0.
        01 WS-RUN-FREIGHT               PIC 9(07)V99 VALUE 0.
        01 WS-MAN-LINE-COUNT            PIC 9(02) VALUE 0.
        01 WS-MAN-PAGE-COUNT            PIC 9(03) VALUE 0.

      * RUN COUNTERS
        01 WS-CONFIRMS-READ             PIC 9(04) VALUE 0.
        01 WS-ORDERS-SHIPPED            PIC 9(04) VALUE 0.
        01 WS-CONFIRMS-REJECTED         PIC 9(04) VALUE 0.
        01 WS-DIM-MISMATCHES            PIC 9(04) VALUE 0.
        01 WS-SHIP-TO-MISSES            PIC 9(04) VALUE 0.
        01 WS-RUN-DATE                  PIC X(08).
        01 WS-RUN-TIME                  PIC 9(08) VALUE 0.
        COPY "AUDITTRL.cpy".
      * PARAMETER AREA FOR THE ORDER-HEADER REBUILD
        COPY "ORDHDR.cpy".
      * PARAMETER AREA FOR THE DEALER NOTICE QUEUE
        COPY "DLREVT.cpy".

      * PACKING SLIP LINES - 80-COLUMN DOCUMENT STOCK, SAME IDEA AS
      * THE PAY STUBS.
           05 FILLER                    PIC X(22)
              VALUE "PACKING SLIP   ORDER: ".
           05 SLIP-ORDER-NUMBER         PIC X(06).
           05 FILLER                    PIC X(01) VALUE "-".
           05 SLIP-LINE-NUMBER          PIC X(02).
           05 FILLER                    PIC X(03) VALUE SPACES.
           05 FILLER                    PIC X(09) VALUE "SHIPPED: ".
           05 SLIP-SHIP-DATE            PIC X(08).
           05 SLIP-CUST-NUMBER          PIC X(06).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 SLIP-CUST-NAME            PIC X(20).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 SLIP-SHIP-TO-NOTE         PIC X(25).
       01  SLIP-ADDRESS-LINE.
           05 FILLER                    PIC X(17) VALUE SPACES.
           05 SLIP-ADDRESS              PIC X(47).
       01  SLIP-CARRIER-LINE.
           05 FILLER                    PIC X(09) VALUE "CARRIER: ".
           05 SLIP-CARRIER              PIC X(06).
           05 FILLER                    PIC X(12) VALUE "  TRACKING: ".
           05 SLIP-TRACKING             PIC X(20).
           05 FILLER                    PIC X(10) VALUE "  WEIGHT: ".
           05 SLIP-WEIGHT               PIC Z,ZZ9.9.
           05 FILLER                    PIC X(03) VALUE " LB".
       01  SLIP-ITEM-LINE.
           05 FILLER                    PIC X(07) VALUE "SHAPE: ".
           05 SLIP-SHAPE                PIC X(10).
       01  PAGE-HDG-03.
           05 PAGE-HDG-03-CC         PIC X(01) VALUE SPACE.
           05 FILLER                 PIC X(09) VALUE SPACES.
           05 FILLER                 PIC X(12) VALUE "ORDER-LN".
           05 FILLER                 PIC X(10) VALUE "SHIP DATE ".
           05 FILLER                 PIC X(08) VALUE "CUST    ".
           05 FILLER                 PIC X(22) VALUE "CUSTOMER NAME".
           05 FILLER                 PIC X(32) VALUE "DISPOSITION".
           05 FILLER                 PIC X(08) VALUE "CARRIER".
           05 FILLER                 PIC X(10) VALUE "   FREIGHT".

       01  DETAIL-LINE-CONFIRM.
           05 DTL-CC                 PIC X(01) VALUE SPACE.
           05 FILLER                 PIC X(09) VALUE SPACES.
           05 DTL-ORDER-NUM          PIC X(06).
           05 DTL-LINE-DASH          PIC X(01).
           05 DTL-LINE-NUM           PIC X(02).
           05 FILLER                 PIC X(03) VALUE SPACES.
           05 DTL-SHIP-DATE          PIC X(08).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 DTL-CUST-NAME          PIC X(20).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 DTL-DISPOSITION        PIC X(30).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 DTL-CARRIER            PIC X(06).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 DTL-FREIGHT            PIC ZZ,ZZ9.99.

       01  TOTALS-LINE.
           05 TOTAL-LINE-CC          PIC X(01) VALUE SPACE.
           05 FILLER                 PIC X(05) VALUE SPACES.
           05 FILLER                 PIC X(15) VALUE "DIM MISMATCH:  ".
           05 TOTAL-MISMATCH         PIC ZZ9.
           05 FILLER                 PIC X(05) VALUE SPACES.
           05 FILLER                 PIC X(19)
              VALUE "SHIP-TO NOT FOUND: ".
           05 TOTAL-SHIP-TO-MISSES   PIC ZZ9.

       01  DETAIL-LINE-LINE.
           05 FILLER                 PIC X(10) VALUE SPACES.
           05 FILLER                 PIC X(115) VALUE ALL "_".
           05 FILLER                 PIC X(21) VALUE SPACES.

      * CARRIER MANIFEST LINES
       01  MAN-HDG-01.
           05 FILLER                 PIC X(10) VALUE SPACES.
           05 FILLER                 PIC X(40)
              VALUE "DAILY CARRIER MANIFEST".
           05 FILLER                 PIC X(10) VALUE "RUN DATE: ".
           05 MAN-HDG-01-DATE        PIC XX/XX/XXXX.
           05 FILLER                 PIC X(46) VALUE SPACES.
           05 FILLER                 PIC X(06) VALUE "PAGE: ".
           05 MAN-HDG-01-PAGE        PIC ZZ9.
       01  MAN-CARRIER-LINE.
           05 FILLER                 PIC X(10) VALUE SPACES.
           05 FILLER                 PIC X(09) VALUE "CARRIER: ".
           05 MAN-CARRIER            PIC X(06).
       01  MAN-HDG-02.
           05 FILLER                 PIC X(10) VALUE SPACES.
           05 FILLER                 PIC X(11) VALUE "ORDER-LN".
           05 FILLER                 PIC X(08) VALUE "CUST".
           05 FILLER                 PIC X(05) VALUE "SHIP".
           05 FILLER                 PIC X(22) VALUE "SHIP TO".
           05 FILLER                 PIC X(35) VALUE "DESTINATION".
           05 FILLER                 PIC X(21) VALUE "TRACKING NUMBER".
           05 FILLER                 PIC X(08) VALUE "  WEIGHT".
           05 FILLER                 PIC X(13) VALUE "      FREIGHT".
       01  MAN-DETAIL-LINE.
           05 FILLER                 PIC X(10) VALUE SPACES.
           05 MAN-ORDER              PIC X(06).
           05 MAN-DASH               PIC X(01).
           05 MAN-LINE               PIC X(02).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 MAN-CUST               PIC X(06).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 MAN-SHIP-TO            PIC X(03).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 MAN-NAME               PIC X(20).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 MAN-CITY               PIC X(20).
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 MAN-STATE              PIC X(02).
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 MAN-ZIP                PIC X(10).
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 MAN-TRACKING           PIC X(20).
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 MAN-WEIGHT             PIC ZZ,ZZ9.9.
           05 FILLER                 PIC X(03) VALUE SPACES.
           05 MAN-FREIGHT            PIC ZZZ,ZZ9.99.
       01  MAN-TOTAL-LINE.
           05 FILLER                 PIC X(10) VALUE SPACES.
           05 MAN-TOTAL-LABEL        PIC X(20).
           05 FILLER                 PIC X(10) VALUE "PACKAGES: ".
           05 MAN-TOTAL-PACKAGES     PIC Z,ZZ9.
           05 FILLER                 PIC X(66) VALUE SPACES.
           05 MAN-TOTAL-WEIGHT       PIC ZZZ,ZZ9.9.
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 MAN-TOTAL-FREIGHT      PIC Z,ZZZ,ZZ9.99.
       01  MAN-DROPPED-LINE.
           05 FILLER                 PIC X(10) VALUE SPACES.
           05 MAN-DROPPED            PIC Z,ZZ9.
           05 FILLER                 PIC X(50)
              VALUE " MORE SHIPMENTS LOGGED BUT NOT LISTED ABOVE".

       01  PAGE-STUFF.
           05 WS-PAGE-COUNT           PIC 999 VALUE 0.
           05 WS-LINE-COUNT           PIC 99 VALUE 0.
           END-PERFORM.

           perform 9000-CREATE-LISTING-TOTAL-LINE.
           perform 9300-PRINT-MANIFEST.
           perform 9600-WRITE-ORDER-FILE.
           perform 9700-REBUILD-ORDER-HEADERS.

           display "CONFIRMATIONS READ:          " WS-CONFIRMS-READ.
           display "ORDERS SHIPPED:              " WS-ORDERS-SHIPPED.
           close SHIP-CONFIRM-IN
                 PACKING-SLIP-FILE
                 CONFIRM-LISTING
                 SHIPMENT-LOG-FILE
                 MANIFEST-FILE
                 AUDIT-TRAIL-FILE.

           GOBACK.
           IF WS-ENV-PATH-OVERRIDE NOT = SPACES
              MOVE WS-ENV-PATH-OVERRIDE TO WS-AUDIT-TRAIL-PATH
           END-IF.
           ACCEPT WS-ENV-PATH-OVERRIDE FROM ENVIRONMENT
                  "SHIPCFRB-SHIP-TO-FILE".
           IF WS-ENV-PATH-OVERRIDE NOT = SPACES
              MOVE WS-ENV-PATH-OVERRIDE TO WS-SHIP-TO-PATH
           END-IF.
           ACCEPT WS-ENV-PATH-OVERRIDE FROM ENVIRONMENT
                  "SHIPCFRB-SHIPMENT-LOG".
           IF WS-ENV-PATH-OVERRIDE NOT = SPACES
              MOVE WS-ENV-PATH-OVERRIDE TO WS-SHIPMENT-LOG-PATH
           END-IF.
           ACCEPT WS-ENV-PATH-OVERRIDE FROM ENVIRONMENT
                  "SHIPCFRB-MANIFEST".
           IF WS-ENV-PATH-OVERRIDE NOT = SPACES
              MOVE WS-ENV-PATH-OVERRIDE TO WS-MANIFEST-PATH
           END-IF.

       1000-INITIALIZE.
           PERFORM 0500-GET-FILE-PATHS.
           ACCEPT WS-RUN-DATE FROM DATE.
           MOVE   WS-RUN-DATE TO PAGE-HDG-02-DATE
                                 MAN-HDG-01-DATE.
           OPEN INPUT SHIP-CONFIRM-IN.
           IF NOT SHIP-CONFIRM-SUCCESSFUL
              DISPLAY "SHIPCFRB: UNABLE TO OPEN SHIP-CONFIRM FILE, "
              GOBACK
           END-IF.
           OPEN OUTPUT PACKING-SLIP-FILE
                       CONFIRM-LISTING
                       MANIFEST-FILE.
           OPEN EXTEND SHIPMENT-LOG-FILE.
           IF NOT GOOD-SHIPMENT-LOG-WRITE
              CLOSE SHIPMENT-LOG-FILE
              OPEN OUTPUT SHIPMENT-LOG-FILE
           END-IF.
           OPEN EXTEND AUDIT-TRAIL-FILE.
           IF NOT GOOD-AUDIT-TRAIL-WRITE
              CLOSE AUDIT-TRAIL-FILE
           END-IF.
           PERFORM 1500-LOAD-ORDER-FILE.
           PERFORM 1600-LOAD-CUSTOMER-TABLE.
           PERFORM 1700-LOAD-SHIP-TO-TABLE.
           PERFORM 8000-WRITE-HEADINGS.

       1500-LOAD-ORDER-FILE.
                               TABLE-CUST-NUMBER (WS-CUSTOMER-COUNT)
                          MOVE CUST-MASTER-NAME TO
                               TABLE-CUST-NAME (WS-CUSTOMER-COUNT)
                          MOVE CUST-MASTER-BILL-TO TO
                               TABLE-CUST-BILL-TO (WS-CUSTOMER-COUNT)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE CUSTOMER-MASTER
           END-IF.

       1700-LOAD-SHIP-TO-TABLE.
      * NO SHIP-TO FILE MEANS EVERY ORDER SHIPS TO ITS BILL-TO.
           OPEN INPUT SHIP-TO-FILE.
           IF SHIP-TO-FILE-SUCCESSFUL
              PERFORM UNTIL END-OF-SHIP-TO-FILE
                       OR WS-SHP-COUNT = 2000
                 READ SHIP-TO-FILE
                    AT END
                       SET END-OF-SHIP-TO-FILE TO TRUE
                    NOT AT END
                       ADD 1 TO WS-SHP-COUNT
                       MOVE SHP-CUST-NUMBER TO
                            TABLE-SHP-CUST (WS-SHP-COUNT)
                       MOVE SHP-CODE TO TABLE-SHP-CODE (WS-SHP-COUNT)
                       MOVE SHP-NAME TO TABLE-SHP-NAME (WS-SHP-COUNT)
                       MOVE SHP-ADDRESS TO
                            TABLE-SHP-ADDRESS (WS-SHP-COUNT)
                 END-READ
              END-PERFORM
              CLOSE SHIP-TO-FILE
           END-IF.

       2000-READ-CONFIRM.
           READ SHIP-CONFIRM-IN
                AT END
       3000-PROCESS-CONFIRM.
      * FIND THE ORDER, VALIDATE THE TRANSITION, MARK IT SHIPPED,
      * AND PRINT THE SLIP.  CANCELLED OR ALREADY-SHIPPED ORDERS AND
      * UNKNOWN NUMBERS ARE REFUSED WITH A REASON, AS IS A BLANK
      * LINE NUMBER AGAINST AN ORDER OF SEVERAL RUGS, A WEIGHT OR
      * FREIGHT THAT IS NOT A NUMBER, AND FREIGHT WITH NO CARRIER.
           MOVE SPACES TO DETAIL-LINE-CONFIRM.
           MOVE SPACE  TO DTL-CC.
           IF SCF-LINE-NUMBER = SPACES
              MOVE "01" TO WS-FIND-LINE
           ELSE
              MOVE SCF-LINE-NUMBER TO WS-FIND-LINE
           END-IF.
           MOVE SCF-ORDER-NUMBER TO DTL-ORDER-NUM.
           MOVE "-"              TO DTL-LINE-DASH.
           MOVE WS-FIND-LINE     TO DTL-LINE-NUM.
           MOVE SCF-SHIP-DATE    TO DTL-SHIP-DATE.
           PERFORM 3150-COUNT-ORDER-LINES.
           PERFORM 3100-FIND-ORDER.
           EVALUATE TRUE
              WHEN SCF-LINE-NUMBER = SPACES
                   AND WS-ORDER-LINE-COUNT > 1
                 ADD 1 TO WS-CONFIRMS-REJECTED
                 MOVE "*** LINE NUMBER REQUIRED ***" TO DTL-DISPOSITION
              WHEN WS-ORD-SUB > WS-ORD-COUNT
                 ADD 1 TO WS-CONFIRMS-REJECTED
                 MOVE "*** ORDER NOT ON FILE ***" TO DTL-DISPOSITION
              WHEN SCF-SHIP-DATE NOT NUMERIC
                 ADD 1 TO WS-CONFIRMS-REJECTED
                 MOVE "*** BAD SHIP DATE ***" TO DTL-DISPOSITION
              WHEN SCF-WEIGHT-X NOT = SPACES
                   AND SCF-WEIGHT-X NOT NUMERIC
                 ADD 1 TO WS-CONFIRMS-REJECTED
                 MOVE "*** BAD PACKAGE WEIGHT ***" TO DTL-DISPOSITION
              WHEN SCF-FREIGHT-X NOT = SPACES
                   AND SCF-FREIGHT-X NOT NUMERIC
                 ADD 1 TO WS-CONFIRMS-REJECTED
                 MOVE "*** BAD FREIGHT AMOUNT ***" TO DTL-DISPOSITION
              WHEN SCF-CARRIER = SPACES
                   AND SCF-FREIGHT-X NUMERIC
                   AND SCF-FREIGHT > 0
                 ADD 1 TO WS-CONFIRMS-REJECTED
                 MOVE "*** FREIGHT, NO CARRIER ***"
                   TO DTL-DISPOSITION
              WHEN WRK-ORDER-IS-CANCELLED
                 ADD 1 TO WS-CONFIRMS-REJECTED
                 MOVE "*** ORDER IS CANCELLED ***" TO DTL-DISPOSITION
              WHEN WRK-ORDER-IS-SHIPPED
                 ADD 1 TO WS-CONFIRMS-REJECTED
                 MOVE "*** ALREADY SHIPPED ***" TO DTL-DISPOSITION
              WHEN NOT (WRK-ORDER-IS-OPEN OR WRK-ORDER-IS-IN-WORK
                        OR WRK-ORDER-IS-CUT)
                 ADD 1 TO WS-CONFIRMS-REJECTED
                 MOVE "*** BAD ORDER STATUS ***" TO DTL-DISPOSITION
              WHEN OTHER
           PERFORM 7500-WRITE-LISTING-LINE.

       3100-FIND-ORDER.
      * THE ORDER NUMBER SITS IN COLUMNS 31-36 OF THE 81-BYTE ORDER
      * LINE AND THE LINE NUMBER IN 77-78; THE MATCHED LINE IS
      * RESTATED INTO THE WORK AREA FOR THE FIELD-LEVEL EDITS.
           PERFORM VARYING WS-ORD-SUB FROM 1 BY 1
              UNTIL WS-ORD-SUB > WS-ORD-COUNT
                 OR (TABLE-ORD-LINE (WS-ORD-SUB) (31:6) =
                     SCF-ORDER-NUMBER
                     AND (TABLE-ORD-LINE (WS-ORD-SUB) (77:2) =
                          WS-FIND-LINE
                          OR (TABLE-ORD-LINE (WS-ORD-SUB) (77:2) =
                              SPACES
                              AND WS-FIND-LINE = "01")))
           END-PERFORM.
           IF WS-ORD-SUB NOT > WS-ORD-COUNT
              MOVE TABLE-ORD-LINE (WS-ORD-SUB) TO WS-ORD-WORK
           END-IF.

       3150-COUNT-ORDER-LINES.
           MOVE 0 TO WS-ORDER-LINE-COUNT.
           PERFORM VARYING WS-LINE-SUB FROM 1 BY 1
              UNTIL WS-LINE-SUB > WS-ORD-COUNT
              IF TABLE-ORD-LINE (WS-LINE-SUB) (31:6) = SCF-ORDER-NUMBER
                 ADD 1 TO WS-ORDER-LINE-COUNT
              END-IF
           END-PERFORM.

       4000-SHIP-THE-ORDER.
      * SHIPPED DIMENSIONS THAT DISAGREE WITH THE ORDER STILL SHIP -
      * THE RUG IS ON THE TRUCK - BUT THE MISMATCH IS FLAGGED FOR
           MOVE WRK-CUST-NUMBER TO DTL-CUST.
           PERFORM 4500-LOOKUP-CUSTOMER-NAME.
           MOVE WS-CUST-NAME-FOUND TO DTL-CUST-NAME.
           PERFORM 4600-RESOLVE-SHIP-TO.
           IF SCF-CARRIER = SPACES
              MOVE "PICKUP" TO WS-SHIP-CARRIER
           ELSE
              MOVE SCF-CARRIER TO WS-SHIP-CARRIER
           END-IF.
           IF SCF-WEIGHT-X NUMERIC
              MOVE SCF-WEIGHT TO WS-SHIP-WEIGHT
           ELSE
              MOVE 0 TO WS-SHIP-WEIGHT
           END-IF.
           IF SCF-FREIGHT-X NUMERIC
              MOVE SCF-FREIGHT TO WS-SHIP-FREIGHT
           ELSE
              MOVE 0 TO WS-SHIP-FREIGHT
           END-IF.
           MOVE WS-SHIP-CARRIER TO DTL-CARRIER.
           MOVE WS-SHIP-FREIGHT TO DTL-FREIGHT.
           IF SCF-SIZE-1 NOT = WRK-SIZE-1
              OR SCF-SIZE-2 NOT = WRK-SIZE-2
              ADD 1 TO WS-DIM-MISMATCHES
              MOVE "SHIPPED - DIMENSION MISMATCH" TO DTL-DISPOSITION
           ELSE
           IF SHIP-TO-MISSING
              MOVE "SHIPPED - SHIP-TO NOT ON FILE" TO DTL-DISPOSITION
           ELSE
              MOVE "SHIPPED" TO DTL-DISPOSITION
           END-IF
           END-IF.
           PERFORM 5000-PRINT-PACKING-SLIP.
           PERFORM 5500-LOG-SHIPMENT.
           PERFORM 5550-QUEUE-DEALER-NOTICE.
           PERFORM 5600-HOLD-FOR-MANIFEST.

       4500-LOOKUP-CUSTOMER-NAME.
           PERFORM VARYING WS-CUSTOMER-SUB FROM 1 BY 1
                TO WS-CUST-NAME-FOUND
           END-IF.

       4600-RESOLVE-SHIP-TO.
      * THE ORDER'S SHIP-TO CODE NAMES THE ADDRESS.  NO CODE SHIPS TO
      * THE BILL-TO; A CODE SINCE DROPPED FROM THE FILE ALSO FALLS
      * BACK TO THE BILL-TO, BUT IS FLAGGED ON THE LISTING AND SLIP.
           MOVE "N" TO WS-SHIP-TO-MISSING-SW.
           MOVE WS-CUST-NAME-FOUND TO WS-SHIP-NAME.
           MOVE SPACES TO WS-SHIP-ADDRESS.
           IF WS-CUSTOMER-SUB NOT > WS-CUSTOMER-COUNT
              MOVE TABLE-CUST-BILL-TO (WS-CUSTOMER-SUB)
                TO WS-SHIP-ADDRESS
           END-IF.
           IF WRK-SHIP-TO-CODE NOT = SPACES
              PERFORM VARYING WS-SHP-SUB FROM 1 BY 1
                 UNTIL WS-SHP-SUB > WS-SHP-COUNT
                    OR (TABLE-SHP-CUST (WS-SHP-SUB) = WRK-CUST-NUMBER
                        AND TABLE-SHP-CODE (WS-SHP-SUB) =
                            WRK-SHIP-TO-CODE)
              END-PERFORM
              IF WS-SHP-SUB > WS-SHP-COUNT
                 SET SHIP-TO-MISSING TO TRUE
                 ADD 1 TO WS-SHIP-TO-MISSES
              ELSE
                 MOVE TABLE-SHP-NAME (WS-SHP-SUB) TO WS-SHIP-NAME
                 MOVE TABLE-SHP-ADDRESS (WS-SHP-SUB)
                   TO WS-SHIP-ADDRESS
              END-IF
           END-IF.

       5000-PRINT-PACKING-SLIP.
           WRITE PACKING-SLIP-RECORD FROM SLIP-SEPARATOR-LINE.
           MOVE SCF-ORDER-NUMBER   TO SLIP-ORDER-NUMBER.
           MOVE WS-FIND-LINE       TO SLIP-LINE-NUMBER.
           MOVE SCF-SHIP-DATE      TO SLIP-SHIP-DATE.
           WRITE PACKING-SLIP-RECORD FROM SLIP-HEADER-LINE.
           MOVE WRK-CUST-NUMBER    TO SLIP-CUST-NUMBER.
           MOVE WS-SHIP-NAME       TO SLIP-CUST-NAME.
           IF SHIP-TO-MISSING
              MOVE "SHIP-TO     NOT ON FILE" TO SLIP-SHIP-TO-NOTE
              MOVE WRK-SHIP-TO-CODE TO SLIP-SHIP-TO-NOTE (9:3)
           ELSE
              MOVE SPACES TO SLIP-SHIP-TO-NOTE
           END-IF.
           WRITE PACKING-SLIP-RECORD FROM SLIP-CUSTOMER-LINE.
           IF WS-SHIP-ADDR-1 NOT = SPACES
              MOVE WS-SHIP-ADDR-1  TO SLIP-ADDRESS
              WRITE PACKING-SLIP-RECORD FROM SLIP-ADDRESS-LINE
           END-IF.
           IF WS-SHIP-ADDR-2 NOT = SPACES
              MOVE WS-SHIP-ADDR-2  TO SLIP-ADDRESS
              WRITE PACKING-SLIP-RECORD FROM SLIP-ADDRESS-LINE
           END-IF.
           IF WS-SHIP-CITY NOT = SPACES
              MOVE SPACES TO SLIP-ADDRESS
              STRING WS-SHIP-CITY DELIMITED BY "  "
                     ", "         DELIMITED BY SIZE
                     WS-SHIP-STATE DELIMITED BY SIZE
                     "  "         DELIMITED BY SIZE
                     WS-SHIP-ZIP  DELIMITED BY SIZE
                INTO SLIP-ADDRESS
              WRITE PACKING-SLIP-RECORD FROM SLIP-ADDRESS-LINE
           END-IF.
           MOVE WS-SHIP-CARRIER    TO SLIP-CARRIER.
           MOVE SCF-TRACKING       TO SLIP-TRACKING.
           MOVE WS-SHIP-WEIGHT     TO SLIP-WEIGHT.
           WRITE PACKING-SLIP-RECORD FROM SLIP-CARRIER-LINE.
           MOVE WRK-SHAPE-TYPE     TO SLIP-SHAPE.
           MOVE SCF-SIZE-1         TO SLIP-SIZE-1.
           MOVE SCF-SIZE-2         TO SLIP-SIZE-2.
           WRITE PACKING-SLIP-RECORD FROM SLIP-ITEM-LINE.
           WRITE PACKING-SLIP-RECORD FROM SLIP-SEPARATOR-LINE.

       5500-LOG-SHIPMENT.
      * ONE SHIPMENT-LOG ROW PER LINE SHIPPED - THE SHAPE RUN BILLS
      * THE FREIGHT FROM IT WHEN THE ORDER INVOICES.
           MOVE SCF-ORDER-NUMBER   TO SLG-ORDER-NUMBER.
           MOVE WS-FIND-LINE       TO SLG-LINE-NUMBER.
           MOVE SCF-SHIP-DATE      TO SLG-SHIP-DATE.
           MOVE WRK-CUST-NUMBER    TO SLG-CUST-NUMBER.
           MOVE WRK-SHIP-TO-CODE   TO SLG-SHIP-TO-CODE.
           MOVE WS-SHIP-CARRIER    TO SLG-CARRIER.
           MOVE SCF-TRACKING       TO SLG-TRACKING.
           MOVE WS-SHIP-WEIGHT     TO SLG-WEIGHT.
           MOVE WS-SHIP-FREIGHT    TO SLG-FREIGHT.
           WRITE SHIPMENT-LOG-RECORD.

       5550-QUEUE-DEALER-NOTICE.
      * A DEALER'S ORDER IS REPORTED BACK AS SHIPPED, WITH THE SIZES
      * THAT ACTUALLY WENT OUT THE DOOR.
           MOVE "SH"               TO DEV-EVENT-TYPE.
           MOVE WS-ORD-WORK        TO DEV-ORDER-LINE.
           MOVE WS-FIND-LINE       TO DEV-ORDER-LINE (77:2).
           MOVE SCF-SHIP-DATE      TO DEV-SHIP-DATE.
           MOVE SCF-SIZE-1         TO DEV-SHIP-SIZE-1.
           MOVE SCF-SIZE-2         TO DEV-SHIP-SIZE-2.
           MOVE WS-SHIP-CARRIER    TO DEV-CARRIER.
           MOVE SCF-TRACKING       TO DEV-TRACKING.
           CALL "DLREVTRB" USING DLREVT-PARMS.
           IF DEV-NO-EVENT-FILE
              DISPLAY "SHIPCFRB: DEALER NOTICE NOT QUEUED FOR ORDER "
                  SCF-ORDER-NUMBER ", STATUS = " DEV-STATUS
           END-IF.

       5600-HOLD-FOR-MANIFEST.
      * KEEP THE SHIPMENT FOR THE MANIFEST, AND ITS CARRIER IN THE
      * CARRIER LIST IN CODE ORDER.  PAST THE TABLE'S SIZE THE
      * SHIPMENT IS STILL LOGGED; THE MANIFEST SAYS HOW MANY IT LEFT
      * OFF.
           IF WS-MAN-COUNT = 500
              ADD 1 TO WS-MAN-DROPPED
           ELSE
              ADD 1 TO WS-MAN-COUNT
              MOVE WS-SHIP-CARRIER  TO TABLE-MAN-CARRIER (WS-MAN-COUNT)
              MOVE SCF-ORDER-NUMBER TO TABLE-MAN-ORDER (WS-MAN-COUNT)
              MOVE WS-FIND-LINE     TO TABLE-MAN-LINE (WS-MAN-COUNT)
              MOVE WRK-CUST-NUMBER  TO TABLE-MAN-CUST (WS-MAN-COUNT)
              MOVE WRK-SHIP-TO-CODE TO TABLE-MAN-SHIP-TO (WS-MAN-COUNT)
              MOVE WS-SHIP-NAME     TO TABLE-MAN-NAME (WS-MAN-COUNT)
              MOVE WS-SHIP-CITY     TO TABLE-MAN-CITY (WS-MAN-COUNT)
              MOVE WS-SHIP-STATE    TO TABLE-MAN-STATE (WS-MAN-COUNT)
              MOVE WS-SHIP-ZIP      TO TABLE-MAN-ZIP (WS-MAN-COUNT)
              MOVE SCF-TRACKING     TO
                   TABLE-MAN-TRACKING (WS-MAN-COUNT)
              MOVE WS-SHIP-WEIGHT   TO TABLE-MAN-WEIGHT (WS-MAN-COUNT)
              MOVE WS-SHIP-FREIGHT  TO
                   TABLE-MAN-FREIGHT (WS-MAN-COUNT)
              PERFORM VARYING WS-CAR-SUB FROM 1 BY 1
                 UNTIL WS-CAR-SUB > WS-CAR-COUNT
                    OR TABLE-CARRIER (WS-CAR-SUB) NOT < WS-SHIP-CARRIER
              END-PERFORM
              IF WS-CAR-SUB > WS-CAR-COUNT
                 OR TABLE-CARRIER (WS-CAR-SUB) NOT = WS-SHIP-CARRIER
                 PERFORM 5650-INSERT-CARRIER
              END-IF
           END-IF.

       5650-INSERT-CARRIER.
      * OPEN A SLOT AT WS-CAR-SUB BY MOVING THE LATER CODES DOWN ONE.
           IF WS-CAR-COUNT < 100
              PERFORM VARYING WS-CAR-SHIFT FROM WS-CAR-COUNT BY -1
                 UNTIL WS-CAR-SHIFT < WS-CAR-SUB
                 MOVE TABLE-CARRIER (WS-CAR-SHIFT) TO
                      TABLE-CARRIER (WS-CAR-SHIFT + 1)
              END-PERFORM
              ADD 1 TO WS-CAR-COUNT
              MOVE WS-SHIP-CARRIER TO TABLE-CARRIER (WS-CAR-SUB)
           END-IF.

       7500-WRITE-LISTING-LINE.
           add 1 to WS-LINE-COUNT.
           if WS-LINE-COUNT > 50
           MOVE WS-ORDERS-SHIPPED    TO TOTAL-SHIPPED.
           MOVE WS-CONFIRMS-REJECTED TO TOTAL-REJECTED.
           MOVE WS-DIM-MISMATCHES    TO TOTAL-MISMATCH.
           MOVE WS-SHIP-TO-MISSES    TO TOTAL-SHIP-TO-MISSES.
           write CONFIRM-LISTING-RECORD from DETAIL-LINE-LINE
             AFTER ADVANCING 01 LINES.
           write CONFIRM-LISTING-RECORD from TOTALS-LINE
           write CONFIRM-LISTING-RECORD from WS-REPORT-RULER
             after advancing 02 LINES.

       9300-PRINT-MANIFEST.
      * ONE SECTION PER CARRIER, ITS PACKAGES UNDER IT, WITH THE
      * CARRIER'S PACKAGE COUNT, WEIGHT AND FREIGHT - WHAT THE DRIVER
      * SIGNS FOR - THEN THE DAY'S TOTALS.
           PERFORM 9400-WRITE-MANIFEST-HEADINGS.
           PERFORM VARYING WS-CAR-SUB FROM 1 BY 1
              UNTIL WS-CAR-SUB > WS-CAR-COUNT
              PERFORM 9350-PRINT-ONE-CARRIER
           END-PERFORM.
           MOVE "TOTAL ALL CARRIERS"  TO MAN-TOTAL-LABEL.
           MOVE WS-RUN-PACKAGES       TO MAN-TOTAL-PACKAGES.
           MOVE WS-RUN-WEIGHT         TO MAN-TOTAL-WEIGHT.
           MOVE WS-RUN-FREIGHT        TO MAN-TOTAL-FREIGHT.
           WRITE MANIFEST-RECORD FROM MAN-TOTAL-LINE
             AFTER ADVANCING 02 LINES.
           IF WS-MAN-DROPPED > 0
              MOVE WS-MAN-DROPPED TO MAN-DROPPED
              WRITE MANIFEST-RECORD FROM MAN-DROPPED-LINE
                AFTER ADVANCING 02 LINES
           END-IF.

       9350-PRINT-ONE-CARRIER.
           IF WS-MAN-LINE-COUNT > 45
              PERFORM 9400-WRITE-MANIFEST-HEADINGS
           END-IF.
           MOVE TABLE-CARRIER (WS-CAR-SUB) TO MAN-CARRIER.
           WRITE MANIFEST-RECORD FROM MAN-CARRIER-LINE
             AFTER ADVANCING 02 LINES.
           WRITE MANIFEST-RECORD FROM MAN-HDG-02
             AFTER ADVANCING 01 LINES.
           ADD 3 TO WS-MAN-LINE-COUNT.
           MOVE 0 TO WS-CAR-PACKAGES
                     WS-CAR-WEIGHT
                     WS-CAR-FREIGHT.
           PERFORM VARYING WS-MAN-SUB FROM 1 BY 1
              UNTIL WS-MAN-SUB > WS-MAN-COUNT
              IF TABLE-MAN-CARRIER (WS-MAN-SUB) =
                 TABLE-CARRIER (WS-CAR-SUB)
                 PERFORM 9360-PRINT-ONE-SHIPMENT
              END-IF
           END-PERFORM.
           MOVE "CARRIER TOTAL"       TO MAN-TOTAL-LABEL.
           MOVE WS-CAR-PACKAGES       TO MAN-TOTAL-PACKAGES.
           MOVE WS-CAR-WEIGHT         TO MAN-TOTAL-WEIGHT.
           MOVE WS-CAR-FREIGHT        TO MAN-TOTAL-FREIGHT.
           WRITE MANIFEST-RECORD FROM MAN-TOTAL-LINE
             AFTER ADVANCING 01 LINES.
           ADD 1 TO WS-MAN-LINE-COUNT.
           ADD WS-CAR-PACKAGES TO WS-RUN-PACKAGES.
           ADD WS-CAR-WEIGHT   TO WS-RUN-WEIGHT.
           ADD WS-CAR-FREIGHT  TO WS-RUN-FREIGHT.

       9360-PRINT-ONE-SHIPMENT.
           IF WS-MAN-LINE-COUNT > 55
              PERFORM 9400-WRITE-MANIFEST-HEADINGS
              WRITE MANIFEST-RECORD FROM MAN-CARRIER-LINE
                AFTER ADVANCING 02 LINES
              WRITE MANIFEST-RECORD FROM MAN-HDG-02
                AFTER ADVANCING 01 LINES
              ADD 3 TO WS-MAN-LINE-COUNT
           END-IF.
           MOVE TABLE-MAN-ORDER (WS-MAN-SUB)    TO MAN-ORDER.
           MOVE "-"                             TO MAN-DASH.
           MOVE TABLE-MAN-LINE (WS-MAN-SUB)     TO MAN-LINE.
           MOVE TABLE-MAN-CUST (WS-MAN-SUB)     TO MAN-CUST.
           MOVE TABLE-MAN-SHIP-TO (WS-MAN-SUB)  TO MAN-SHIP-TO.
           MOVE TABLE-MAN-NAME (WS-MAN-SUB)     TO MAN-NAME.
           MOVE TABLE-MAN-CITY (WS-MAN-SUB)     TO MAN-CITY.
           MOVE TABLE-MAN-STATE (WS-MAN-SUB)    TO MAN-STATE.
           MOVE TABLE-MAN-ZIP (WS-MAN-SUB)      TO MAN-ZIP.
           MOVE TABLE-MAN-TRACKING (WS-MAN-SUB) TO MAN-TRACKING.
           MOVE TABLE-MAN-WEIGHT (WS-MAN-SUB)   TO MAN-WEIGHT.
           MOVE TABLE-MAN-FREIGHT (WS-MAN-SUB)  TO MAN-FREIGHT.
           WRITE MANIFEST-RECORD FROM MAN-DETAIL-LINE
             AFTER ADVANCING 01 LINES.
           ADD 1 TO WS-MAN-LINE-COUNT.
           ADD 1 TO WS-CAR-PACKAGES.
           ADD TABLE-MAN-WEIGHT (WS-MAN-SUB)  TO WS-CAR-WEIGHT.
           ADD TABLE-MAN-FREIGHT (WS-MAN-SUB) TO WS-CAR-FREIGHT.

       9400-WRITE-MANIFEST-HEADINGS.
           ADD 1 TO WS-MAN-PAGE-COUNT.
           MOVE WS-MAN-PAGE-COUNT TO MAN-HDG-01-PAGE.
           WRITE MANIFEST-RECORD FROM MAN-HDG-01
             AFTER ADVANCING PAGE.
           MOVE 1 TO WS-MAN-LINE-COUNT.

       9600-WRITE-ORDER-FILE.
      * REWRITE THE ORDER FILE WITH THE STATUS CHANGES APPLIED SO
      * THE SHAPE RUN BILLS WHAT ACTUALLY SHIPPED.
           END-PERFORM.
           CLOSE ORDER-FILE.

       9700-REBUILD-ORDER-HEADERS.
      * ROLL THE LINE STATUSES JUST WRITTEN UP TO THE ORDER HEADERS.
           MOVE WS-ORDER-FILE-PATH TO OHD-ORDER-FILE-PATH.
           CALL "ORDHDRRB" USING ORDHDR-PARMS.
           IF NOT OHD-OK
              DISPLAY "SHIPCFRB: ORDER HEADERS NOT REBUILT, STATUS = "
                  OHD-STATUS
           END-IF.

       9900-WRITE-AUDIT-RECORD.
      * APPEND ONE SUMMARY LINE FOR THIS RUN TO THE SHARED OPERATIONS
      * AUDIT TRAIL, MIRRORING THE PROGRAM TOTALS DISPLAYED ABOVE.
