       IDENTIFICATION DIVISION.
       program-id. ORDHDRRB.
       AUTHOR.     RYAN BROOKS.
      * CALLABLE ORDER-HEADER REBUILD.  AN ORDER USED TO BE ONE RUG -
      * ONE RECORD ON THE ORDER FILE - SO THE RECORD WAS THE ORDER.
      * NOW SEVERAL RUGS SHARE ONE ORDER NUMBER AS NUMBERED LINES,
      * EACH WITH ITS OWN SHAPE, SIZES, MATERIAL, PRICE AND LINE
      * STATUS, AND THE ORDER ITSELF IS A HEADER OVER THEM.  THIS
      * SUBPROGRAM READS THE ORDER FILE AND REWRITES ORDHDR.DAT WITH
      * ONE HEADER PER ORDER NUMBER: CUSTOMER, CURRENCY, ORDER DATE,
      * PROMISED DATE, SALESPERSON AND SPLIT FROM THE LINES, HOW
      * MANY LINES STAND AT EACH STATUS, AND THE ORDER STATUS ROLLED
      * UP FROM THEM:
      *   C  CANCELLED        - EVERY LINE CANCELLED
      *   S  SHIPPED          - EVERY LINE NOT CANCELLED HAS SHIPPED
      *   P  PARTLY SHIPPED   - SOME LINES SHIPPED, OTHERS STILL OPEN
      *                         OR IN WORK
      *   W  IN WORK          - NOTHING SHIPPED, SOME LINE IN WORK
      *   O  OPEN             - NOTHING SHIPPED OR IN WORK
      * A LINE WITH A BLANK STATUS IS OPEN, AS THE SHAPE RUN TREATS
      * IT; A LINE NOT YET NUMBERED BELONGS TO NO ORDER AND IS LEFT
      * OUT.  THE PARAMETER AREA IS DOCUMENTED IN ORDHDR.cpy.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ORDER-FILE ASSIGN DYNAMIC
                 WS-ORDER-FILE-PATH
             organization is line sequential
             file status is WS-ORDER-FILE-STATUS.
           SELECT ORDER-HEADER-FILE ASSIGN DYNAMIC
                 WS-ORDER-HEADER-PATH
             organization is line sequential
             file status is WS-ORDER-HEADER-STATUS.

       data division.
       FILE SECTION.

       FD  ORDER-FILE
           RECORDING MODE IS F
           DATA RECORD IS ORDER-FILE-RECORD.
      * THE ORDER LINE - THE SHAPE RUN'S INPUT LAYOUT.  A FILE
      * WRITTEN BEFORE LINE NUMBERS EXISTED READS IN WITH THE LINE
      * NUMBER BLANK: EVERY SUCH ORDER IS ONE RUG, LINE 01.
       01 ORDER-FILE-RECORD.
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
             88 ORD-LINE-IS-OPEN         VALUE "O" " ".
      * A LINE REPORTED CUT BUT NOT YET SHIPPED IS STILL IN WORK.
             88 ORD-LINE-IS-IN-WORK      VALUE "W" "K".
             88 ORD-LINE-IS-SHIPPED      VALUE "S".
             88 ORD-LINE-IS-CANCELLED    VALUE "C".
          05 ORD-SALES-ID             PIC X(03).
          05 ORD-MATERIAL             PIC X(05).
          05 ORD-SALES-SPLIT          PIC X(15).
          05 ORD-LINE-NUMBER          PIC 9(02).
          05 ORD-SHIP-TO-CODE         PIC X(03).

       FD  ORDER-HEADER-FILE
           RECORDING MODE IS F
           DATA RECORD IS ORDER-HEADER-RECORD.
      * ONE HEADER PER ORDER, IN THE ORDER THE ORDERS FIRST APPEAR
      * ON THE ORDER FILE.  THE PROMISED DATE IS THE LATEST ANY
      * LINE STILL TO SHIP IS PROMISED FOR (THE LATEST OF ALL THE
      * LINES ONCE NOTHING IS LEFT TO SHIP).  THE SALES SPLIT IS
      * THE ORDER LINE'S OWN LAYOUT - PERCENT 1, REP 2, PERCENT 2,
      * REP 3, PERCENT 3.
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

       working-storage section.
       01 WS-ORDER-FILE-PATH       PIC X(80) VALUE SPACES.
       01 WS-ORDER-HEADER-PATH     PIC X(80)
          VALUE "C:\Users\Ryan\Desktop\ORDHDR.DAT".
       01 WS-ENV-PATH-OVERRIDE     PIC X(80).
       01 WS-ORDER-FILE-STATUS     PIC X(02).
          88 ORDER-FILE-OK                   VALUE "00".
          88 END-OF-ORDER-FILE               VALUE "10".
       01 WS-ORDER-HEADER-STATUS   PIC X(02).
          88 ORDER-HEADER-FILE-OK            VALUE "00".

      * THE HEADERS AS THEY BUILD.  LINES OF ONE ORDER ARE WRITTEN
      * TOGETHER, SO THE LAST HEADER TOUCHED IS TRIED BEFORE THE
      * TABLE IS SEARCHED.
       01 WS-HDR-COUNT             PIC 9(04) VALUE 0.
       01 WS-HDR-SUB               PIC 9(04) VALUE 0.
       01 WS-HDR-TABLE.
          05 WS-HDR-ENTRY OCCURS 0 TO 2000 TIMES
                DEPENDING ON WS-HDR-COUNT.
             10 TABLE-HDR-ORDER-NUMBER  PIC X(06).
             10 TABLE-HDR-CUST-NUMBER   PIC X(06).
             10 TABLE-HDR-CURRENCY      PIC X(03).
             10 TABLE-HDR-ORDER-DATE    PIC X(08).
             10 TABLE-HDR-PROMISED      PIC X(08).
             10 TABLE-HDR-LAST-PROMISED PIC X(08).
             10 TABLE-HDR-SALES-ID      PIC X(03).
             10 TABLE-HDR-SALES-SPLIT   PIC X(15).
             10 TABLE-HDR-LINE-COUNT    PIC 9(02).
             10 TABLE-HDR-OPEN          PIC 9(02).
             10 TABLE-HDR-IN-WORK       PIC 9(02).
             10 TABLE-HDR-SHIPPED       PIC 9(02).
             10 TABLE-HDR-CANCELLED     PIC 9(02).

       LINKAGE SECTION.
       COPY "ORDHDR.cpy".

       procedure division USING ORDHDR-PARMS.

       0000-MAINLINE.
           MOVE "0" TO OHD-STATUS.
           MOVE 0 TO OHD-ORDERS-WRITTEN
                     WS-HDR-COUNT
                     WS-HDR-SUB.
           MOVE OHD-ORDER-FILE-PATH TO WS-ORDER-FILE-PATH.
           ACCEPT WS-ENV-PATH-OVERRIDE FROM ENVIRONMENT
                "ORDHDRRB-HEADER-FILE".
           IF WS-ENV-PATH-OVERRIDE NOT = SPACES
             MOVE WS-ENV-PATH-OVERRIDE TO WS-ORDER-HEADER-PATH
           END-IF.
           PERFORM 1000-LOAD-ORDER-LINES.
           IF OHD-OK
              PERFORM 2000-WRITE-HEADERS
           END-IF.
           goback.

       1000-LOAD-ORDER-LINES.
           OPEN INPUT ORDER-FILE.
           IF NOT ORDER-FILE-OK
              MOVE "N" TO OHD-STATUS
           ELSE
              PERFORM UNTIL END-OF-ORDER-FILE OR NOT OHD-OK
                 READ ORDER-FILE
                    AT END
                       SET END-OF-ORDER-FILE TO TRUE
                    NOT AT END
                       IF ORD-ORDER-NUMBER NOT = SPACES
                          PERFORM 1100-POST-ORDER-LINE
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE ORDER-FILE
           END-IF.

       1100-POST-ORDER-LINE.
      * FIND (OR START) THE LINE'S HEADER, THEN COUNT THE LINE UNDER
      * ITS STATUS.  AN UNKNOWN STATUS COUNTS AS OPEN - THE SHAPE
      * RUN REJECTS THE LINE, BUT IT IS STILL ON THE ORDER.
           IF WS-HDR-SUB = 0
              OR TABLE-HDR-ORDER-NUMBER (WS-HDR-SUB) NOT =
                 ORD-ORDER-NUMBER
              PERFORM VARYING WS-HDR-SUB FROM 1 BY 1
                 UNTIL WS-HDR-SUB > WS-HDR-COUNT
                    OR TABLE-HDR-ORDER-NUMBER (WS-HDR-SUB) =
                       ORD-ORDER-NUMBER
              END-PERFORM
           END-IF.
           IF WS-HDR-SUB > WS-HDR-COUNT
              IF WS-HDR-COUNT = 2000
                 MOVE "F" TO OHD-STATUS
                 MOVE 0 TO WS-HDR-SUB
              ELSE
                 PERFORM 1200-START-HEADER
              END-IF
           END-IF.
           IF OHD-OK
              ADD 1 TO TABLE-HDR-LINE-COUNT (WS-HDR-SUB)
              IF ORD-PROMISED-DATE >
                 TABLE-HDR-LAST-PROMISED (WS-HDR-SUB)
                 MOVE ORD-PROMISED-DATE
                   TO TABLE-HDR-LAST-PROMISED (WS-HDR-SUB)
              END-IF
              EVALUATE TRUE
                 WHEN ORD-LINE-IS-CANCELLED
                    ADD 1 TO TABLE-HDR-CANCELLED (WS-HDR-SUB)
                 WHEN ORD-LINE-IS-SHIPPED
                    ADD 1 TO TABLE-HDR-SHIPPED (WS-HDR-SUB)
                 WHEN ORD-LINE-IS-IN-WORK
                    ADD 1 TO TABLE-HDR-IN-WORK (WS-HDR-SUB)
                    PERFORM 1300-TAKE-PROMISED-DATE
                 WHEN OTHER
                    ADD 1 TO TABLE-HDR-OPEN (WS-HDR-SUB)
                    PERFORM 1300-TAKE-PROMISED-DATE
              END-EVALUATE
           END-IF.

       1200-START-HEADER.
      * THE ORDER'S FIRST LINE CARRIES ITS HEADER FIELDS.
           ADD 1 TO WS-HDR-COUNT.
           MOVE WS-HDR-COUNT TO WS-HDR-SUB.
           MOVE ORD-ORDER-NUMBER TO
                TABLE-HDR-ORDER-NUMBER (WS-HDR-SUB).
           MOVE ORD-CUST-NUMBER TO TABLE-HDR-CUST-NUMBER (WS-HDR-SUB).
           MOVE ORD-CURRENCY-CODE TO TABLE-HDR-CURRENCY (WS-HDR-SUB).
           MOVE ORD-ORDER-DATE TO TABLE-HDR-ORDER-DATE (WS-HDR-SUB).
           MOVE SPACES TO TABLE-HDR-PROMISED (WS-HDR-SUB)
                          TABLE-HDR-LAST-PROMISED (WS-HDR-SUB).
           MOVE ORD-SALES-ID TO TABLE-HDR-SALES-ID (WS-HDR-SUB).
           MOVE ORD-SALES-SPLIT TO TABLE-HDR-SALES-SPLIT (WS-HDR-SUB).
           MOVE 0 TO TABLE-HDR-LINE-COUNT (WS-HDR-SUB)
                     TABLE-HDR-OPEN (WS-HDR-SUB)
                     TABLE-HDR-IN-WORK (WS-HDR-SUB)
                     TABLE-HDR-SHIPPED (WS-HDR-SUB)
                     TABLE-HDR-CANCELLED (WS-HDR-SUB).

       1300-TAKE-PROMISED-DATE.
           IF ORD-PROMISED-DATE > TABLE-HDR-PROMISED (WS-HDR-SUB)
              MOVE ORD-PROMISED-DATE TO TABLE-HDR-PROMISED (WS-HDR-SUB)
           END-IF.

       2000-WRITE-HEADERS.
           OPEN OUTPUT ORDER-HEADER-FILE.
           PERFORM VARYING WS-HDR-SUB FROM 1 BY 1
              UNTIL WS-HDR-SUB > WS-HDR-COUNT
              PERFORM 2100-BUILD-HEADER
              WRITE ORDER-HEADER-RECORD
              IF ORDER-HEADER-FILE-OK
                 ADD 1 TO OHD-ORDERS-WRITTEN
              END-IF
           END-PERFORM.
           CLOSE ORDER-HEADER-FILE.

       2100-BUILD-HEADER.
           MOVE TABLE-HDR-ORDER-NUMBER (WS-HDR-SUB) TO OHR-ORDER-NUMBER.
           MOVE TABLE-HDR-CUST-NUMBER (WS-HDR-SUB) TO OHR-CUST-NUMBER.
           MOVE TABLE-HDR-CURRENCY (WS-HDR-SUB) TO OHR-CURRENCY-CODE.
           MOVE TABLE-HDR-ORDER-DATE (WS-HDR-SUB) TO OHR-ORDER-DATE.
           IF TABLE-HDR-PROMISED (WS-HDR-SUB) = SPACES
              MOVE TABLE-HDR-LAST-PROMISED (WS-HDR-SUB)
                TO OHR-PROMISED-DATE
           ELSE
              MOVE TABLE-HDR-PROMISED (WS-HDR-SUB) TO OHR-PROMISED-DATE
           END-IF.
           MOVE TABLE-HDR-SALES-ID (WS-HDR-SUB) TO OHR-SALES-ID.
           MOVE TABLE-HDR-SALES-SPLIT (WS-HDR-SUB) TO OHR-SALES-SPLIT.
           MOVE TABLE-HDR-LINE-COUNT (WS-HDR-SUB) TO OHR-LINE-COUNT.
           MOVE TABLE-HDR-OPEN (WS-HDR-SUB) TO OHR-LINES-OPEN.
           MOVE TABLE-HDR-IN-WORK (WS-HDR-SUB) TO OHR-LINES-IN-WORK.
           MOVE TABLE-HDR-SHIPPED (WS-HDR-SUB) TO OHR-LINES-SHIPPED.
           MOVE TABLE-HDR-CANCELLED (WS-HDR-SUB)
             TO OHR-LINES-CANCELLED.
           EVALUATE TRUE
              WHEN OHR-LINES-CANCELLED = OHR-LINE-COUNT
                 MOVE "C" TO OHR-ORDER-STATUS
              WHEN OHR-LINES-OPEN = 0 AND OHR-LINES-IN-WORK = 0
                 MOVE "S" TO OHR-ORDER-STATUS
              WHEN OHR-LINES-SHIPPED > 0
                 MOVE "P" TO OHR-ORDER-STATUS
              WHEN OHR-LINES-IN-WORK > 0
                 MOVE "W" TO OHR-ORDER-STATUS
              WHEN OTHER
                 MOVE "O" TO OHR-ORDER-STATUS
           END-EVALUATE.
