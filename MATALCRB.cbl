       IDENTIFICATION DIVISION.
       program-id. MATALCRB.
       AUTHOR.     RYAN BROOKS.
      * CALLABLE MATERIAL ALLOCATION.  MATERIAL USED TO COME OFF THE
      * PRODUCT FILE'S STOCK ONLY WHEN THE SHAPE RUN BILLED A SHIPPED
      * ORDER, SO THE DESK PROMISED RUGS AGAINST STOCK THAT OTHER
      * OPEN ORDERS ALREADY NEEDED AND THE SHORTAGE TURNED UP ON THE
      * CUTTING FLOOR.  AN ORDER LINE NOW RESERVES ITS MATERIAL THE
      * MOMENT IT IS ACCEPTED: AREA TIMES THE WASTE FACTOR, ROUNDED
      * UP TO WHOLE STOCK UNITS - THE SAME FIGURE THE SHAPE RUN'S
      * DRAWDOWN WILL TAKE.  WHAT AVAILABLE STOCK (ON HAND LESS
      * ALLOCATED) CANNOT COVER IS RESERVED AS FAR AS IT GOES AND
      * THE LINE IS BACKORDERED FOR THE REST; RECEIVING FILLS
      * BACKORDERS IN PROMISED-DATE ORDER AS MATERIAL ARRIVES, AND
      * THE SHAPE RUN'S DRAWDOWN RETIRES THE RESERVATION WHEN THE
      * MATERIAL IS ACTUALLY CONSUMED.  EVERY CALL REWRITES THE
      * PRODUCT FILE WITH ITS ALLOCATED AND AVAILABLE TOTALS AND
      * THE ALLOCATION FILE (MATALLOC.DAT) WITH ONE ROW PER ORDER
      * LINE STILL HOLDING MATERIAL.  THE PARAMETER AREA IS
      * DOCUMENTED IN MATALC.cpy.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRODUCT-FILE ASSIGN DYNAMIC
                 WS-PRODUCT-FILE-PATH
             organization is line sequential
             file status is WS-PRODUCT-FILE-STATUS.
           SELECT ALLOCATION-FILE ASSIGN DYNAMIC
                 WS-ALLOCATION-PATH
             organization is line sequential
             file status is WS-ALLOCATION-STATUS.
           SELECT MATERIAL-CONTROL-FILE ASSIGN DYNAMIC
                 WS-MATERIAL-CONTROL-PATH
             organization is line sequential
             file status is WS-MATERIAL-CONTROL-STATUS.

       data division.
       FILE SECTION.

       FD  PRODUCT-FILE
           RECORDING MODE IS F
           DATA RECORD IS PRODUCT-FILE-RECORD.
      * SAME LAYOUT LOOKUP READS.  A RECORD WRITTEN BEFORE MATERIAL
      * WAS ALLOCATED READS IN WITH THE LAST TWO FIELDS BLANK AND
      * COUNTS AS NOTHING ALLOCATED.
       01 PRODUCT-FILE-RECORD.
           05  PRD-ID                   PIC X(05).
           05  PRD-NAME                 PIC X(10).
           05  PRD-PRICE                PIC 9(03)V99.
           05  PRD-STOCK-QTY            PIC 9(05).
           05  PRD-REORDER-PT           PIC 9(05).
           05  PRD-UNIT-COST            PIC 9(03)V99.
           05  PRD-ALLOC-QTY            PIC 9(05).
           05  PRD-AVAIL-QTY            PIC 9(05).

       FD  ALLOCATION-FILE
           RECORDING MODE IS F
           DATA RECORD IS ALLOCATION-RECORD.
      * ONE ROW PER ORDER LINE HOLDING MATERIAL.  STATUS A IS COVERED
      * IN FULL; B IS BACKORDERED, SHORT ALC-QTY-SHORT UNITS.  A ROW
      * LEAVES THE FILE WHEN ITS LINE IS CANCELLED OR ITS MATERIAL
      * IS DRAWN DOWN.
       01 ALLOCATION-RECORD.
           05  ALC-ORDER-NUMBER         PIC X(06).
           05  ALC-LINE-NUMBER          PIC X(02).
           05  ALC-MATERIAL             PIC X(05).
           05  ALC-PROMISED-DATE        PIC X(08).
           05  ALC-QTY-NEEDED           PIC 9(05).
           05  ALC-QTY-ALLOCATED        PIC 9(05).
           05  ALC-QTY-SHORT            PIC 9(05).
           05  ALC-STATUS               PIC X(01).

       FD  MATERIAL-CONTROL-FILE
           RECORDING MODE IS F
           DATA RECORD IS MATERIAL-CONTROL-RECORD.
       01 MATERIAL-CONTROL-RECORD.
           05  CTL-WASTE-PCT            PIC 9V99.

       working-storage section.
       01 WS-PRODUCT-FILE-PATH     PIC X(80)
          VALUE "C:\Users\Ryan\Desktop\PRODUCTLOOKUP.DAT".
       01 WS-ALLOCATION-PATH       PIC X(80)
          VALUE "C:\Users\Ryan\Desktop\MATALLOC.DAT".
       01 WS-MATERIAL-CONTROL-PATH PIC X(80)
          VALUE "C:\Users\Ryan\Desktop\MATLCTL.DAT".
       01 WS-ENV-PATH-OVERRIDE     PIC X(80).
       01 WS-PRODUCT-FILE-STATUS   PIC X(02).
          88 PRODUCT-FILE-OK                 VALUE "00".
          88 END-OF-PRODUCT-FILE             VALUE "10".
       01 WS-ALLOCATION-STATUS     PIC X(02).
          88 ALLOCATION-FILE-OK              VALUE "00".
          88 END-OF-ALLOCATION-FILE          VALUE "10".
       01 WS-MATERIAL-CONTROL-STATUS PIC X(02).
          88 MATERIAL-CONTROL-FOUND          VALUE "00".

      * THE WASTE FACTOR - THE SHAPE RUN'S DEFAULT UNLESS THE
      * MATERIAL CONTROL RECORD SAYS OTHERWISE - AND THE SAME AREA
      * FORMULAS THE SHAPE RUN BILLS FROM:
       01 WS-CTL-WASTE-PCT         PIC 9V99 VALUE 1.10.
       01 WS-PI                    PIC 9V99999 VALUE 3.14159.
       01 WS-CALC-AREA             PIC 9(06)V99 VALUE 0.
       01 WS-AVAILABLE             PIC S9(06) VALUE 0.
       01 WS-RELEASE-LINE          PIC X(02) VALUE SPACES.
       01 WS-FILES-CHANGED-SW      PIC X(01) VALUE "N".
          88 FILES-CHANGED                   VALUE "Y".

      * THE ORDER LINE PASSED IN, IN THE ORDER FILE'S LAYOUT:
       01 WS-ORDER-LINE.
          05 ORD-SHAPE-TYPE           PIC X(10).
          05 ORD-SIZE-1               PIC 9(03).
          05 ORD-SIZE-2               PIC 9(03).
          05 ORD-SQ-FT-PRICE          PIC 9(03)V99.
          05 ORD-CUST-NUMBER          PIC X(06).
          05 ORD-CURRENCY-CODE        PIC X(03).
          05 ORD-ORDER-NUMBER         PIC X(06).
          05 ORD-ORDER-DATE           PIC X(08).
          05 ORD-PROMISED-DATE        PIC X(08).
          05 ORD-ORDER-STATUS         PIC X(01).
          05 ORD-SALES-ID             PIC X(03).
          05 ORD-MATERIAL             PIC X(05).
          05 ORD-SALES-SPLIT          PIC X(15).
          05 ORD-LINE-NUMBER          PIC X(02).
          05 ORD-SHIP-TO-CODE         PIC X(03).

      * THE PRODUCT FILE AND THE ALLOCATION FILE, HELD WHOLE AND
      * REWRITTEN.  A RESERVATION DROPPED THIS CALL IS MARKED D AND
      * LEFT OFF THE REWRITE.
       01 WS-PRD-COUNT             PIC 9(04) VALUE 0.
       01 WS-PRD-SUB               PIC 9(04) VALUE 0.
       01 WS-PRD-TABLE.
          05 PRD-TABLE-ENTRY OCCURS 0 TO 500 TIMES
                DEPENDING ON WS-PRD-COUNT.
             10 TABLE-PRD-ID            PIC X(05).
             10 TABLE-PRD-NAME          PIC X(10).
             10 TABLE-PRD-PRICE         PIC 9(03)V99.
             10 TABLE-PRD-STOCK         PIC 9(05).
             10 TABLE-PRD-REORDER       PIC 9(05).
             10 TABLE-PRD-COST          PIC 9(03)V99.
             10 TABLE-PRD-ALLOC         PIC 9(05).
             10 TABLE-PRD-AVAIL         PIC 9(05).
       01 WS-ALC-COUNT             PIC 9(04) VALUE 0.
       01 WS-ALC-SUB               PIC 9(04) VALUE 0.
       01 WS-ALC-TABLE.
          05 ALC-TABLE-ENTRY OCCURS 0 TO 2000 TIMES
                DEPENDING ON WS-ALC-COUNT.
             10 TABLE-ALC-ORDER         PIC X(06).
             10 TABLE-ALC-LINE          PIC X(02).
             10 TABLE-ALC-MATERIAL      PIC X(05).
             10 TABLE-ALC-PROMISED      PIC X(08).
             10 TABLE-ALC-NEEDED        PIC 9(05).
             10 TABLE-ALC-ALLOCATED     PIC 9(05).
             10 TABLE-ALC-SHORT         PIC 9(05).
             10 TABLE-ALC-STATUS        PIC X(01).

       LINKAGE SECTION.
       COPY "MATALC.cpy".

       procedure division USING MATALC-PARMS.

       0000-MAINLINE.
           MOVE "0" TO MAL-STATUS.
           MOVE "N" TO WS-FILES-CHANGED-SW.
           MOVE 0 TO MAL-QTY-NEEDED
                     MAL-QTY-ALLOCATED
                     MAL-QTY-SHORT
                     MAL-QTY-RELEASED
                     WS-PRD-COUNT
                     WS-ALC-COUNT.
           MOVE MAL-ORDER-LINE TO WS-ORDER-LINE.
      * AN ORDER FILE WRITTEN BEFORE LINE NUMBERS EXISTED CARRIES
      * ONE RUG PER ORDER - LINE 01.  RELEASING WITH THE LINE LEFT
      * BLANK TAKES EVERY LINE OF THE ORDER.
           MOVE ORD-LINE-NUMBER TO WS-RELEASE-LINE.
           IF ORD-LINE-NUMBER = SPACES
              MOVE "01" TO ORD-LINE-NUMBER
           END-IF.
           PERFORM 0500-GET-FILE-PATHS.
           PERFORM 1000-LOAD-PRODUCTS.
           IF MAL-OK
              PERFORM 1500-LOAD-ALLOCATIONS
           END-IF.
           IF MAL-OK
              PERFORM 2000-RELEASE-RESERVATIONS
              IF MAL-ALLOCATE
                 PERFORM 3000-ALLOCATE-LINE
              END-IF
              IF FILES-CHANGED
                 PERFORM 8000-WRITE-PRODUCTS
                 PERFORM 8500-WRITE-ALLOCATIONS
              END-IF
           END-IF.
           goback.

       0500-GET-FILE-PATHS.
           ACCEPT WS-ENV-PATH-OVERRIDE FROM ENVIRONMENT
                "MATALCRB-PRODUCT-FILE".
           IF WS-ENV-PATH-OVERRIDE NOT = SPACES
             MOVE WS-ENV-PATH-OVERRIDE TO WS-PRODUCT-FILE-PATH
           END-IF.
           ACCEPT WS-ENV-PATH-OVERRIDE FROM ENVIRONMENT
                "MATALCRB-ALLOCATION-FILE".
           IF WS-ENV-PATH-OVERRIDE NOT = SPACES
             MOVE WS-ENV-PATH-OVERRIDE TO WS-ALLOCATION-PATH
           END-IF.
           ACCEPT WS-ENV-PATH-OVERRIDE FROM ENVIRONMENT
                "MATALCRB-MATERIAL-CONTROL".
           IF WS-ENV-PATH-OVERRIDE NOT = SPACES
             MOVE WS-ENV-PATH-OVERRIDE TO WS-MATERIAL-CONTROL-PATH
           END-IF.

       1000-LOAD-PRODUCTS.
           OPEN INPUT PRODUCT-FILE.
           IF NOT PRODUCT-FILE-OK
              MOVE "N" TO MAL-STATUS
           ELSE
              PERFORM UNTIL END-OF-PRODUCT-FILE OR NOT MAL-OK
                 READ PRODUCT-FILE
                    AT END
                       SET END-OF-PRODUCT-FILE TO TRUE
                    NOT AT END
                       IF WS-PRD-COUNT = 500
                          MOVE "F" TO MAL-STATUS
                       ELSE
                          ADD 1 TO WS-PRD-COUNT
                          MOVE PRODUCT-FILE-RECORD TO
                               PRD-TABLE-ENTRY (WS-PRD-COUNT)
                          IF PRD-ALLOC-QTY NOT NUMERIC
                             MOVE 0 TO TABLE-PRD-ALLOC (WS-PRD-COUNT)
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE PRODUCT-FILE
           END-IF.

       1500-LOAD-ALLOCATIONS.
      * NO ALLOCATION FILE YET JUST MEANS NOTHING IS RESERVED.
           OPEN INPUT ALLOCATION-FILE.
           IF ALLOCATION-FILE-OK
              PERFORM UNTIL END-OF-ALLOCATION-FILE OR NOT MAL-OK
                 READ ALLOCATION-FILE
                    AT END
                       SET END-OF-ALLOCATION-FILE TO TRUE
                    NOT AT END
                       IF WS-ALC-COUNT = 2000
                          MOVE "F" TO MAL-STATUS
                       ELSE
                          ADD 1 TO WS-ALC-COUNT
                          MOVE ALLOCATION-RECORD TO
                               ALC-TABLE-ENTRY (WS-ALC-COUNT)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE ALLOCATION-FILE
           END-IF.

       2000-RELEASE-RESERVATIONS.
      * HAND THE LINE'S RESERVATION BACK TO AVAILABLE STOCK - EVERY
      * LINE OF THE ORDER ON A RELEASE KEYED WITHOUT A LINE NUMBER.
           PERFORM VARYING WS-ALC-SUB FROM 1 BY 1
              UNTIL WS-ALC-SUB > WS-ALC-COUNT
              IF TABLE-ALC-ORDER (WS-ALC-SUB) = ORD-ORDER-NUMBER
                 AND TABLE-ALC-STATUS (WS-ALC-SUB) NOT = "D"
                 AND (TABLE-ALC-LINE (WS-ALC-SUB) = ORD-LINE-NUMBER
                      OR (MAL-RELEASE AND WS-RELEASE-LINE = SPACES))
                 PERFORM 2100-RELEASE-ONE-RESERVATION
              END-IF
           END-PERFORM.

       2100-RELEASE-ONE-RESERVATION.
           PERFORM VARYING WS-PRD-SUB FROM 1 BY 1
              UNTIL WS-PRD-SUB > WS-PRD-COUNT
                 OR TABLE-PRD-ID (WS-PRD-SUB) =
                    TABLE-ALC-MATERIAL (WS-ALC-SUB)
           END-PERFORM.
           IF WS-PRD-SUB NOT > WS-PRD-COUNT
              IF TABLE-ALC-ALLOCATED (WS-ALC-SUB) >
                 TABLE-PRD-ALLOC (WS-PRD-SUB)
                 MOVE 0 TO TABLE-PRD-ALLOC (WS-PRD-SUB)
              ELSE
                 SUBTRACT TABLE-ALC-ALLOCATED (WS-ALC-SUB)
                     FROM TABLE-PRD-ALLOC (WS-PRD-SUB)
              END-IF
           END-IF.
           ADD TABLE-ALC-ALLOCATED (WS-ALC-SUB) TO MAL-QTY-RELEASED.
           MOVE "D" TO TABLE-ALC-STATUS (WS-ALC-SUB).
           SET FILES-CHANGED TO TRUE.

       3000-ALLOCATE-LINE.
      * RESERVE WHAT AVAILABLE STOCK COVERS AND BACKORDER THE REST.
           IF ORD-MATERIAL = SPACES
              MOVE "X" TO MAL-STATUS
           ELSE
              PERFORM VARYING WS-PRD-SUB FROM 1 BY 1
                 UNTIL WS-PRD-SUB > WS-PRD-COUNT
                    OR TABLE-PRD-ID (WS-PRD-SUB) = ORD-MATERIAL
              END-PERFORM
              EVALUATE TRUE
                 WHEN WS-PRD-SUB > WS-PRD-COUNT
                    MOVE "X" TO MAL-STATUS
                 WHEN WS-ALC-COUNT = 2000
                    MOVE "F" TO MAL-STATUS
                    MOVE "N" TO WS-FILES-CHANGED-SW
                 WHEN OTHER
                    PERFORM 3100-FIGURE-NEED
                    PERFORM 3200-RESERVE-MATERIAL
              END-EVALUATE
           END-IF.

       3100-FIGURE-NEED.
      * THE SHAPE RUN'S AREA FORMULAS AND ITS DRAWDOWN ROUNDING, SO
      * THE RESERVATION IS EXACTLY WHAT THE LINE WILL CONSUME.
           PERFORM 3150-LOAD-WASTE-FACTOR.
           EVALUATE ORD-SHAPE-TYPE
              WHEN "RECTANGLE"
                 COMPUTE WS-CALC-AREA = ORD-SIZE-1 * ORD-SIZE-2
              WHEN "SQUARE"
                 COMPUTE WS-CALC-AREA = ORD-SIZE-1 * ORD-SIZE-1
              WHEN "CIRCLE"
                 COMPUTE WS-CALC-AREA =
                     WS-PI * ORD-SIZE-1 * ORD-SIZE-1
              WHEN "TRIANGLE"
                 COMPUTE WS-CALC-AREA = 0.5 * ORD-SIZE-1 * ORD-SIZE-2
              WHEN OTHER
                 COMPUTE WS-CALC-AREA = ORD-SIZE-1 * ORD-SIZE-2
           END-EVALUATE.
           COMPUTE MAL-QTY-NEEDED =
               (WS-CALC-AREA * WS-CTL-WASTE-PCT) + 0.99.

       3150-LOAD-WASTE-FACTOR.
      * A MISSING CONTROL FILE LEAVES THE BUILT-IN DEFAULT STANDING.
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

       3200-RESERVE-MATERIAL.
           COMPUTE WS-AVAILABLE = TABLE-PRD-STOCK (WS-PRD-SUB)
                                - TABLE-PRD-ALLOC (WS-PRD-SUB).
           IF WS-AVAILABLE < 0
              MOVE 0 TO WS-AVAILABLE
           END-IF.
           IF WS-AVAILABLE NOT < MAL-QTY-NEEDED
              MOVE MAL-QTY-NEEDED TO MAL-QTY-ALLOCATED
           ELSE
              MOVE WS-AVAILABLE TO MAL-QTY-ALLOCATED
           END-IF.
           COMPUTE MAL-QTY-SHORT = MAL-QTY-NEEDED - MAL-QTY-ALLOCATED.
           ADD MAL-QTY-ALLOCATED TO TABLE-PRD-ALLOC (WS-PRD-SUB).
           ADD 1 TO WS-ALC-COUNT.
           MOVE ORD-ORDER-NUMBER  TO TABLE-ALC-ORDER (WS-ALC-COUNT).
           MOVE ORD-LINE-NUMBER   TO TABLE-ALC-LINE (WS-ALC-COUNT).
           MOVE ORD-MATERIAL      TO TABLE-ALC-MATERIAL (WS-ALC-COUNT).
           MOVE ORD-PROMISED-DATE TO TABLE-ALC-PROMISED (WS-ALC-COUNT).
           MOVE MAL-QTY-NEEDED    TO TABLE-ALC-NEEDED (WS-ALC-COUNT).
           MOVE MAL-QTY-ALLOCATED
             TO TABLE-ALC-ALLOCATED (WS-ALC-COUNT).
           MOVE MAL-QTY-SHORT     TO TABLE-ALC-SHORT (WS-ALC-COUNT).
           IF MAL-QTY-SHORT > 0
              MOVE "B" TO TABLE-ALC-STATUS (WS-ALC-COUNT)
              MOVE "B" TO MAL-STATUS
           ELSE
              MOVE "A" TO TABLE-ALC-STATUS (WS-ALC-COUNT)
           END-IF.
           SET FILES-CHANGED TO TRUE.

       8000-WRITE-PRODUCTS.
      * AVAILABLE IS ON HAND LESS ALLOCATED, NEVER BELOW ZERO.
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
           CLOSE PRODUCT-FILE.

       8500-WRITE-ALLOCATIONS.
           OPEN OUTPUT ALLOCATION-FILE.
           PERFORM VARYING WS-ALC-SUB FROM 1 BY 1
              UNTIL WS-ALC-SUB > WS-ALC-COUNT
              IF TABLE-ALC-STATUS (WS-ALC-SUB) NOT = "D"
                 MOVE ALC-TABLE-ENTRY (WS-ALC-SUB) TO ALLOCATION-RECORD
                 WRITE ALLOCATION-RECORD
              END-IF
           END-PERFORM.
           CLOSE ALLOCATION-FILE.
