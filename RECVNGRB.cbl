      * POSTS THE QUANTITY BACK ONTO THE PRODUCT FILE'S STOCK,
      * CLOSES OR PARTIALLY RELIEVES THE PO, AND LISTS EVERY
      * OVER/SHORT RECEIPT AS AN EXCEPTION.
      * ONCE THE RECEIPTS ARE ON, THE NEW STOCK GOES TO THE ORDER
      * LINES BACKORDERED ON THE ALLOCATION FILE (MATALLOC.DAT), THE
      * EARLIEST PROMISED DATE FIRST, AND THE LISTING ENDS WITH THE
      * BACKORDERS RELEASED OR PART FILLED SO THE CUTTING FLOOR KNOWS
      * WHAT IT CAN NOW START.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                 WS-MATLOT-PATH
             organization is line sequential
             file status is WS-MATLOT-STATUS.
           SELECT ALLOCATION-FILE ASSIGN DYNAMIC
                 WS-ALLOCATION-PATH
             organization is line sequential
             file status is WS-ALLOCATION-STATUS.
           SELECT RECEIVING-LISTING
             ASSIGN DYNAMIC WS-RECEIVING-LISTING-PATH
             organization is LINE sequential
      * COST INTO THE AVERAGE SO THE VALUATION AND COST-OF-GOODS
      * FIGURES MEAN SOMETHING.
           05  PRD-UNIT-COST            PIC 9(03)V99.
      * MATERIAL RESERVED BY OPEN ORDER LINES, AND ON HAND LESS THAT -
      * BLANK ON A RECORD WRITTEN BEFORE MATERIAL WAS ALLOCATED.
           05  PRD-ALLOC-QTY            PIC 9(05).
           05  PRD-AVAIL-QTY            PIC 9(05).

       FD  VENDOR-MASTER
           RECORDING MODE IS F
           05  MLT-LOT-NUMBER           PIC X(06).
           05  MLT-RECEIVED-DATE        PIC X(08).
           05  MLT-QTY-REMAINING        PIC 9(05).
      * LOT STATUS - A NEW ROLL IS AVAILABLE.  LOTMNTRB QUARANTINES,
      * RELEASES AND SCRAPS LOTS AND STAMPS WHO DID IT AND WHEN.
           05  MLT-LOT-STATUS           PIC X(01).
           05  MLT-STATUS-DATE          PIC X(08).
           05  MLT-STATUS-USER          PIC X(08).

       FD  ALLOCATION-FILE
           RECORDING MODE IS F
           DATA RECORD IS ALLOCATION-RECORD.
      * SAME LAYOUT MATALCRB WRITES - ONE ROW PER ORDER LINE HOLDING
      * MATERIAL, STATUS A COVERED IN FULL OR B BACKORDERED.
       01 ALLOCATION-RECORD.
           05  ALC-ORDER-NUMBER         PIC X(06).
           05  ALC-LINE-NUMBER          PIC X(02).
           05  ALC-MATERIAL             PIC X(05).
           05  ALC-PROMISED-DATE        PIC X(08).
           05  ALC-QTY-NEEDED           PIC 9(05).
           05  ALC-QTY-ALLOCATED        PIC 9(05).
           05  ALC-QTY-SHORT            PIC 9(05).
           05  ALC-STATUS               PIC X(01).

       FD  RECEIVING-LISTING
           RECORDING MODE IS F
                VALUE "C:\Users\Ryan\Desktop\RECEIVING.rpt".
           05 WS-AUDIT-TRAIL-PATH       PIC X(80)
                VALUE "C:\Users\Ryan\Desktop\OPS-AUDIT-TRAIL.LOG".
           05 WS-ALLOCATION-PATH        PIC X(80)
                VALUE "C:\Users\Ryan\Desktop\MATALLOC.DAT".
           05 WS-ENV-PATH-OVERRIDE      PIC X(80).

      * File status
           88 GOOD-RECEIVING-LISTING       VALUE "00".
        01 WS-AUDIT-TRAIL-STATUS        pic X(02).
           88 GOOD-AUDIT-TRAIL-WRITE       VALUE "00".
        01 WS-ALLOCATION-STATUS         pic X(02).
           88 ALLOCATION-FILE-SUCCESSFUL   VALUE "00".
           88 END-OF-ALLOCATION-FILE       VALUE "10".

      * OPEN POS AND PRODUCTS, LOADED AT STARTUP, UPDATED AS
      * RECEIPTS POST, REWRITTEN AT END OF RUN.
              10 TABLE-PRD-STOCK        PIC 9(05).
              10 TABLE-PRD-REORDER      PIC 9(05).
              10 TABLE-PRD-COST         PIC 9(03)V99.
              10 TABLE-PRD-ALLOC        PIC 9(05).
              10 TABLE-PRD-AVAIL        PIC 9(05).

      * THE ALLOCATION FILE, HELD WHOLE WHILE THE BACKORDERS ARE
      * FILLED AND REWRITTEN AFTER.  A BACKORDER IS TRIED ONCE, IN
      * PROMISED-DATE ORDER - A LINE WITH NO PROMISED DATE WAITS
      * BEHIND EVERY LINE THAT HAS ONE.
        01 WS-ALC-COUNT                 PIC 9(04) VALUE 0.
        01 WS-ALC-SUB                   PIC 9(04) VALUE 0.
        01 WS-ALC-SCAN                  PIC 9(04) VALUE 0.
        01 WS-ALLOCATION-TABLE.
           05 ALC-TABLE-ENTRY OCCURS 0 TO 2000 TIMES
                 DEPENDING ON WS-ALC-COUNT.
              10 TABLE-ALC-RECORD.
                 15 TABLE-ALC-ORDER     PIC X(06).
                 15 TABLE-ALC-LINE      PIC X(02).
                 15 TABLE-ALC-MATERIAL  PIC X(05).
                 15 TABLE-ALC-PROMISED  PIC X(08).
                 15 TABLE-ALC-NEEDED    PIC 9(05).
                 15 TABLE-ALC-ALLOCATED PIC 9(05).
                 15 TABLE-ALC-SHORT     PIC 9(05).
                 15 TABLE-ALC-STATUS    PIC X(01).
              10 TABLE-ALC-TRIED        PIC X(01).
        01 WS-ALC-TABLE-FULL-SW         PIC X(01) VALUE "N".
           88 ALC-TABLE-FULL               VALUE "Y".
        01 WS-BEST-DATE                 PIC X(08) VALUE SPACES.
        01 WS-CAND-DATE                 PIC X(08) VALUE SPACES.
        01 WS-AVAILABLE                 PIC S9(06) VALUE 0.
        01 WS-FILL-QTY                  PIC 9(05) VALUE 0.
        01 WS-BACKORDERS-FILLED         PIC 9(04) VALUE 0.
        01 WS-BACKORDERS-RELEASED       PIC 9(04) VALUE 0.

      * VENDOR COSTS BY VENDOR/MATERIAL
        01 WS-VND-COUNT                 PIC 9(03) VALUE 0.
           05 FILLER                 PIC X(12) VALUE "POS CLOSED: ".
           05 TOTAL-CLOSED           PIC ZZ9.

       01  BACKORDER-HDG-01.
           05 FILLER                 PIC X(10) VALUE SPACES.
           05 FILLER                 PIC X(42)
              VALUE "BACKORDERS FILLED FROM THIS RUN'S RECEIPTS".
       01  BACKORDER-HDG-02.
           05 FILLER                 PIC X(10) VALUE SPACES.
           05 FILLER                 PIC X(11) VALUE "ORDER-LN   ".
           05 FILLER                 PIC X(09) VALUE "MATERIAL ".
           05 FILLER                 PIC X(10) VALUE "PROMISED  ".
           05 FILLER                 PIC X(06) VALUE "NEEDED".
           05 FILLER                 PIC X(03) VALUE SPACES.
           05 FILLER                 PIC X(06) VALUE "FILLED".
           05 FILLER                 PIC X(04) VALUE SPACES.
           05 FILLER                 PIC X(06) VALUE " SHORT".
           05 FILLER                 PIC X(03) VALUE SPACES.
           05 FILLER                 PIC X(30) VALUE "DISPOSITION".

       01  DETAIL-LINE-BACKORDER.
           05 BKO-CC                 PIC X(01) VALUE SPACE.
           05 FILLER                 PIC X(09) VALUE SPACES.
           05 BKO-ORDER              PIC X(06).
           05 BKO-LINE-DASH          PIC X(01).
           05 BKO-LINE               PIC X(02).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 BKO-MATERIAL           PIC X(05).
           05 FILLER                 PIC X(04) VALUE SPACES.
           05 BKO-PROMISED           PIC X(08).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 BKO-NEEDED             PIC ZZ,ZZ9.
           05 FILLER                 PIC X(03) VALUE SPACES.
           05 BKO-FILLED             PIC ZZ,ZZ9.
           05 FILLER                 PIC X(04) VALUE SPACES.
           05 BKO-STILL-SHORT        PIC ZZ,ZZ9.
           05 FILLER                 PIC X(03) VALUE SPACES.
           05 BKO-DISPOSITION        PIC X(30).

       01  DETAIL-LINE-LINE.
           05 FILLER                 PIC X(10) VALUE SPACES.
           05 FILLER                 PIC X(115) VALUE ALL "_".
           END-PERFORM.

           perform 9000-CREATE-LISTING-TOTAL-LINE.
           perform 5000-FILL-BACKORDERS.
           perform 9600-WRITE-OPEN-PO-FILE.
           perform 9650-WRITE-PRODUCT-FILE.

           display "LOT ROWS RECORDED:           " WS-LOTS-RECORDED.
           display "RECEIPTS WITHOUT A LOT:      "
               WS-UNLOTTED-RECEIPTS.
           display "BACKORDERS FILLED:           "
               WS-BACKORDERS-FILLED.
           display "BACKORDERS RELEASED IN FULL: "
               WS-BACKORDERS-RELEASED.

           PERFORM 9900-WRITE-AUDIT-RECORD.

           IF WS-ENV-PATH-OVERRIDE NOT = SPACES
              MOVE WS-ENV-PATH-OVERRIDE TO WS-AUDIT-TRAIL-PATH
           END-IF.
           ACCEPT WS-ENV-PATH-OVERRIDE FROM ENVIRONMENT
                  "RECVNGRB-ALLOCATION-FILE".
           IF WS-ENV-PATH-OVERRIDE NOT = SPACES
              MOVE WS-ENV-PATH-OVERRIDE TO WS-ALLOCATION-PATH
           END-IF.

       1000-INITIALIZE.
           PERFORM 0500-GET-FILE-PATHS.
                    IF PRD-UNIT-COST NOT NUMERIC
                       MOVE 0 TO TABLE-PRD-COST (WS-PRD-COUNT)
                    END-IF
                    IF PRD-ALLOC-QTY NOT NUMERIC
                       MOVE 0 TO TABLE-PRD-ALLOC (WS-PRD-COUNT)
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE PRODUCT-FILE.
           MOVE "20"              TO MLT-RECEIVED-DATE (1:2).
           MOVE WS-RUN-DATE (1:6) TO MLT-RECEIVED-DATE (3:6).
           MOVE RCP-QTY           TO MLT-QTY-REMAINING.
           MOVE "A"               TO MLT-LOT-STATUS.
           MOVE MLT-RECEIVED-DATE TO MLT-STATUS-DATE.
           WRITE MATLOT-RECORD.
           ADD 1 TO WS-LOTS-RECORDED.

              END-IF
           END-IF.

       5000-FILL-BACKORDERS.
      * SPEND THE STOCK JUST RECEIVED ON THE BACKORDERED LINES,
      * EARLIEST PROMISED DATE FIRST.  NO ALLOCATION FILE MEANS
      * NOTHING IS BACKORDERED; A FILE PAST THE TABLE CEILING IS
      * LEFT ALONE RATHER THAN REWRITTEN SHORT.
           PERFORM 5100-LOAD-ALLOCATIONS.
           IF ALC-TABLE-FULL
              DISPLAY "RECVNGRB: ALLOCATION TABLE CEILING (2000) "
                  "REACHED - BACKORDERS NOT FILLED"
           ELSE
              IF WS-ALC-COUNT > 0
                 write RECEIVING-LISTING-RECORD from BACKORDER-HDG-01
                   AFTER ADVANCING 03 LINES
                 write RECEIVING-LISTING-RECORD from BACKORDER-HDG-02
                   AFTER ADVANCING 02 LINES
                 ADD 5 TO WS-LINE-COUNT
                 PERFORM 5200-FIND-NEXT-BACKORDER
                 PERFORM UNTIL WS-ALC-SUB = 0
                    PERFORM 5300-FILL-ONE-BACKORDER
                    PERFORM 5200-FIND-NEXT-BACKORDER
                 END-PERFORM
                 IF WS-BACKORDERS-FILLED = 0
                    MOVE SPACES TO DETAIL-LINE-BACKORDER
                    MOVE "NO BACKORDERS FILLED"
                      TO DETAIL-LINE-BACKORDER (11:20)
                    PERFORM 7600-WRITE-BACKORDER-LINE
                 ELSE
                    PERFORM 5500-WRITE-ALLOCATIONS
                 END-IF
              END-IF
           END-IF.

       5100-LOAD-ALLOCATIONS.
           OPEN INPUT ALLOCATION-FILE.
           IF ALLOCATION-FILE-SUCCESSFUL
              PERFORM UNTIL END-OF-ALLOCATION-FILE OR ALC-TABLE-FULL
                 READ ALLOCATION-FILE
                    AT END
                       SET END-OF-ALLOCATION-FILE TO TRUE
                    NOT AT END
                       IF WS-ALC-COUNT = 2000
                          SET ALC-TABLE-FULL TO TRUE
                       ELSE
                          ADD 1 TO WS-ALC-COUNT
                          MOVE ALLOCATION-RECORD TO
                               TABLE-ALC-RECORD (WS-ALC-COUNT)
                          MOVE "N" TO TABLE-ALC-TRIED (WS-ALC-COUNT)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE ALLOCATION-FILE
           END-IF.

       5200-FIND-NEXT-BACKORDER.
      * THE UNTRIED BACKORDER WITH THE EARLIEST PROMISED DATE - THE
      * FIRST ON FILE WHEN TWO ARE PROMISED THE SAME DAY.  ZERO WHEN
      * NONE IS LEFT.
           MOVE 0 TO WS-ALC-SUB.
           MOVE HIGH-VALUES TO WS-BEST-DATE.
           PERFORM VARYING WS-ALC-SCAN FROM 1 BY 1
              UNTIL WS-ALC-SCAN > WS-ALC-COUNT
              IF TABLE-ALC-STATUS (WS-ALC-SCAN) = "B"
                 AND TABLE-ALC-TRIED (WS-ALC-SCAN) = "N"
                 IF TABLE-ALC-PROMISED (WS-ALC-SCAN) = SPACES
                    MOVE "99999999" TO WS-CAND-DATE
                 ELSE
                    MOVE TABLE-ALC-PROMISED (WS-ALC-SCAN)
                      TO WS-CAND-DATE
                 END-IF
                 IF WS-CAND-DATE < WS-BEST-DATE
                    MOVE WS-CAND-DATE TO WS-BEST-DATE
                    MOVE WS-ALC-SCAN TO WS-ALC-SUB
                 END-IF
              END-IF
           END-PERFORM.

       5300-FILL-ONE-BACKORDER.
      * GIVE THE LINE WHAT AVAILABLE STOCK (ON HAND LESS ALLOCATED)
      * NOW COVERS OF ITS SHORTFALL.  COVERED IN FULL, THE LINE IS
      * RELEASED TO THE FLOOR; OTHERWISE IT STAYS BACKORDERED FOR
      * LESS.  A MATERIAL WITH NOTHING AVAILABLE LISTS NOTHING.
           MOVE "Y" TO TABLE-ALC-TRIED (WS-ALC-SUB).
           PERFORM VARYING WS-PRD-SUB FROM 1 BY 1
              UNTIL WS-PRD-SUB > WS-PRD-COUNT
                 OR TABLE-PRD-ID (WS-PRD-SUB) =
                    TABLE-ALC-MATERIAL (WS-ALC-SUB)
           END-PERFORM.
           IF WS-PRD-SUB > WS-PRD-COUNT
              MOVE 0 TO WS-AVAILABLE
           ELSE
              COMPUTE WS-AVAILABLE = TABLE-PRD-STOCK (WS-PRD-SUB)
                                   - TABLE-PRD-ALLOC (WS-PRD-SUB)
           END-IF.
           IF WS-AVAILABLE > 0
              IF WS-AVAILABLE < TABLE-ALC-SHORT (WS-ALC-SUB)
                 MOVE WS-AVAILABLE TO WS-FILL-QTY
              ELSE
                 MOVE TABLE-ALC-SHORT (WS-ALC-SUB) TO WS-FILL-QTY
              END-IF
              ADD WS-FILL-QTY TO TABLE-ALC-ALLOCATED (WS-ALC-SUB)
                                 TABLE-PRD-ALLOC (WS-PRD-SUB)
              SUBTRACT WS-FILL-QTY FROM TABLE-ALC-SHORT (WS-ALC-SUB)
              ADD 1 TO WS-BACKORDERS-FILLED
              MOVE SPACES TO DETAIL-LINE-BACKORDER
              MOVE TABLE-ALC-ORDER (WS-ALC-SUB)    TO BKO-ORDER
              MOVE "-"                             TO BKO-LINE-DASH
              MOVE TABLE-ALC-LINE (WS-ALC-SUB)     TO BKO-LINE
              MOVE TABLE-ALC-MATERIAL (WS-ALC-SUB) TO BKO-MATERIAL
              MOVE TABLE-ALC-PROMISED (WS-ALC-SUB) TO BKO-PROMISED
              MOVE TABLE-ALC-NEEDED (WS-ALC-SUB)   TO BKO-NEEDED
              MOVE WS-FILL-QTY                     TO BKO-FILLED
              MOVE TABLE-ALC-SHORT (WS-ALC-SUB)    TO BKO-STILL-SHORT
              IF TABLE-ALC-SHORT (WS-ALC-SUB) = 0
                 MOVE "A" TO TABLE-ALC-STATUS (WS-ALC-SUB)
                 ADD 1 TO WS-BACKORDERS-RELEASED
                 MOVE "RELEASED - COVERED IN FULL" TO BKO-DISPOSITION
              ELSE
                 MOVE "** PART FILLED - STILL SHORT"
                   TO BKO-DISPOSITION
              END-IF
              PERFORM 7600-WRITE-BACKORDER-LINE
           END-IF.

       5500-WRITE-ALLOCATIONS.
           OPEN OUTPUT ALLOCATION-FILE.
           PERFORM VARYING WS-ALC-SUB FROM 1 BY 1
              UNTIL WS-ALC-SUB > WS-ALC-COUNT
              MOVE TABLE-ALC-RECORD (WS-ALC-SUB) TO ALLOCATION-RECORD
              WRITE ALLOCATION-RECORD
           END-PERFORM.
           CLOSE ALLOCATION-FILE.

       7500-WRITE-LISTING-LINE.
           add 1 to WS-LINE-COUNT.
           if WS-LINE-COUNT > 50
           write RECEIVING-LISTING-RECORD from DETAIL-LINE-RECEIPT
             after advancing 01 lines.

       7600-WRITE-BACKORDER-LINE.
           add 1 to WS-LINE-COUNT.
           if WS-LINE-COUNT > 50
              PERFORM 8000-WRITE-HEADINGS
              write RECEIVING-LISTING-RECORD from BACKORDER-HDG-02
                after advancing 02 LINES
              ADD 2 TO WS-LINE-COUNT
           END-IF.
           write RECEIVING-LISTING-RECORD from DETAIL-LINE-BACKORDER
             after advancing 01 lines.

       8000-WRITE-HEADINGS.
           add 1 to WS-PAGE-COUNT.
           move WS-PAGE-COUNT TO PAGE-HDG-01-PAGE.
           CLOSE OPEN-PO-FILE.

       9650-WRITE-PRODUCT-FILE.
      * REWRITE THE PRODUCT FILE WITH THE RECEIVED STOCK POSTED ON
      * AND THE BACKORDER FILLS ALLOCATED - AVAILABLE IS ON HAND LESS
      * ALLOCATED, NEVER BELOW ZERO.
           OPEN OUTPUT PRODUCT-FILE.
           PERFORM VARYING WS-PRD-SUB FROM 1 BY 1
              UNTIL WS-PRD-SUB > WS-PRD-COUNT
              IF TABLE-PRD-ALLOC (WS-PRD-SUB) >
                 TABLE-PRD-STOCK (WS-PRD-SUB)
                 MOVE 0 TO TABLE-PRD-AVAIL (WS-PRD-SUB)
              ELSE
                 COMPUTE TABLE-PRD-AVAIL (WS-PRD-SUB) =
                     TABLE-PRD-STOCK (WS-PRD-SUB)
                     - TABLE-PRD-ALLOC (WS-PRD-SUB)
              END-IF
              MOVE PRD-TABLE-ENTRY (WS-PRD-SUB) TO PRODUCT-FILE-RECORD
              WRITE PRODUCT-FILE-RECORD
           END-PERFORM.
