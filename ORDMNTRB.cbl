      * THE EXACT FAILURE MODE ORDER ENTRY WAS BUILT TO KILL.  THIS
      * PROGRAM READS A TRANSACTION FILE KEYED BY ORDER NUMBER:
      * CHANGES TO DIMENSIONS, PRICE, PROMISED DATE, OR SALESPERSON
      * (AND THE SALES SPLIT - UP TO TWO MORE REPS SHARING THE
      * CREDIT, PERCENTS TOTALLING 100)
      * ON AN ORDER STILL OPEN OR IN WORK (RE-VALIDATED WITH THE
      * SAME SHAPE RULES AND RE-PRICED FOR THE LISTING), AND CANCELS
      * (STATUS C, WHICH RELEASES THE ORDER FROM THE BACKLOG, THE
      * CUT SCHEDULE, AND THE MATERIAL DRAWDOWN).  EVERY ALTERATION
      * GOES ON A BEFORE/AFTER CHANGE LISTING.
      * AN ORDER MAY CARRY SEVERAL RUG LINES.  A TRANSACTION MAY NAME
      * THE LINE; SIZES AND PRICE BELONG TO ONE RUG, SO ON A MULTI-
      * LINE ORDER THEY NEED ONE.  PROMISED DATE AND SALESPEOPLE
      * BELONG TO THE ORDER AND ARE CARRIED TO ITS OTHER OPEN LINES.
      * A CANCEL WITH NO LINE CANCELS EVERY LINE NOT YET SHIPPED; WITH
      * A LINE, THAT RUG ALONE.  THE ORDER HEADERS ARE REBUILT AFTER
      * THE ORDER FILE IS REWRITTEN.
      * A CANCELLED LINE HANDS ITS RESERVED MATERIAL BACK TO STOCK;
      * A LINE RESIZED OR RE-PROMISED IS ALLOCATED AGAIN THROUGH
      * MATALCRB, SO THE RESERVATION AND ITS PLACE IN THE BACKORDER
      * QUEUE FOLLOW THE ORDER AS IT NOW STANDS.
      * A CANCELLED LINE, AND A LINE WHOSE PROMISED DATE MOVES, IS
      * QUEUED THROUGH DLREVTRB FOR THE NIGHTLY DEALER NOTICE FILE -
      * DLREVTRB KEEPS ONLY THE ORDERS THAT CAME FROM A DEALER.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           05  OMT-SQ-FT-PRICE          PIC X(05).
           05  OMT-PROMISED-DATE        PIC X(08).
           05  OMT-SALES-ID             PIC X(03).
      * SALES SPLIT - ANY OF THESE KEYED RESTATES THE ORDER'S WHOLE
      * SPLIT FROM THEM (A BLANK ID OR PERCENT IS NONE).  A PERCENT
      * OF 100 WITH NO OTHER REPS TAKES A SPLIT BACK OFF.
           05  OMT-SALES-PCT-1          PIC X(03).
           05  OMT-SALES-ID-2           PIC X(03).
           05  OMT-SALES-PCT-2          PIC X(03).
           05  OMT-SALES-ID-3           PIC X(03).
           05  OMT-SALES-PCT-3          PIC X(03).
      * THE RUG LINE ON THE ORDER - BLANK IS THE WHOLE ORDER.
           05  OMT-LINE-NUMBER          PIC X(02).

       FD  ORDER-FILE
           RECORDING MODE IS F
           DATA RECORD IS ORDER-FILE-RECORD.
       01 ORDER-FILE-RECORD              PIC X(81).

       FD  CHANGE-LISTING
           RECORDING MODE IS F
        01 WS-ORDER-TABLE.
           05 ORDER-TABLE-ENTRY OCCURS 0 TO 2000 TIMES
                 DEPENDING ON WS-ORD-COUNT.
              10 TABLE-ORD-LINE         PIC X(81).
        01 WS-ORD-WORK.
           05 WRK-SHAPE-TYPE            PIC X(10).
           05 WRK-SIZE-1                PIC 9(03).
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
      * THE LINES OF THE ORDER A TRANSACTION NAMES.  A BLANK LINE ON
      * THE ORDER FILE IS A ONE-RUG ORDER FROM BEFORE ORDERS HAD
      * LINES, LINE 01.
        01 WS-FIND-LINE                 PIC X(02) VALUE SPACES.
        01 WS-ORDER-LINE-COUNT          PIC 9(04) VALUE 0.
        01 WS-LINE-SUB                  PIC 9(04) VALUE 0.
        01 WS-CARRIED-SW                PIC X(01) VALUE "N".
           88 HEADER-CARRIED               VALUE "Y".

      * THE ORDER'S SALESPEOPLE AND SHARES, CHECKED AS A TABLE.
        01 WS-SPLIT-TABLE.
           05 WS-SPLIT-ENTRY OCCURS 3 TIMES.
              10 TABLE-SPLIT-ID         PIC X(03).
              10 TABLE-SPLIT-PCT        PIC 9(03).
        01 WS-SPLIT-SUB                 PIC 9(01) VALUE 0.
        01 WS-SPLIT-SUB-2               PIC 9(01) VALUE 0.
        01 WS-SPLIT-TOTAL               PIC 9(04) VALUE 0.
        01 WS-SPLIT-KEYED-SW            PIC X(01) VALUE "N".
           88 SPLIT-WAS-KEYED              VALUE "Y".

      * RE-PRICING - THE SAME FORMULAS AND VOLUME DISCOUNT THE SHAPE
      * RUN AND THE ORDER DESK USE, SO THE LISTING SHOWS WHAT THE
      * THE SIGNED-ON USER IS STAMPED INTO EVERY CHANGE-LISTING
      * LINE AND THE AUDIT-TRAIL RECORD.
        COPY "SIGNON.cpy".
      * EVERY ORDER LINE THIS RUN ALTERS GOES ON THE MASTER CHANGE
      * JOURNAL FOR FORWARD RECOVERY.
        COPY "CHGJRNL.cpy".
      * PARAMETER AREA FOR THE ORDER-HEADER REBUILD
        COPY "ORDHDR.cpy".
      * PARAMETER AREA FOR THE MATERIAL RESERVATION
        COPY "MATALC.cpy".
        01 WS-LINES-BACKORDERED         PIC 9(04) VALUE 0.
      * PARAMETER AREA FOR THE DEALER NOTICE QUEUE, AND THE PROMISED
      * DATE A LINE CARRIED BEFORE THIS CHANGE
        COPY "DLREVT.cpy".
        01 WS-OLD-PROMISED-DATE         PIC X(08) VALUE SPACES.

       01  PAGE-HDG-01.
           05 PAGE-HDG-01-CC         PIC X(01) VALUE SPACE.
           05 PAGE-HDG-03-CC         PIC X(01) VALUE SPACE.
           05 FILLER                 PIC X(09) VALUE SPACES.
           05 FILLER                 PIC X(08) VALUE "ACT     ".
           05 FILLER                 PIC X(11) VALUE "ORDER-LN".
           05 FILLER                 PIC X(12) VALUE "SHAPE       ".
           05 FILLER                 PIC X(05) VALUE "SZ-1 ".
           05 FILLER                 PIC X(05) VALUE "SZ-2 ".
           05 FILLER                 PIC X(09) VALUE SPACES.
           05 DTL-TAG                PIC X(08).
           05 DTL-ORDER-NUM          PIC X(06).
           05 DTL-LINE-DASH          PIC X(01).
           05 DTL-LINE-NUM           PIC X(02).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 DTL-SHAPE              PIC X(10).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 DTL-USER               PIC X(08).

       01  SPLIT-LINE.
           05 SPLIT-CC               PIC X(01) VALUE SPACE.
           05 FILLER                 PIC X(09) VALUE SPACES.
           05 FILLER                 PIC X(08) VALUE SPACES.
           05 FILLER                 PIC X(14) VALUE "SALES SPLIT:  ".
           05 SPLIT-ENTRY-OUT OCCURS 3 TIMES.
              10 SPLIT-ID-OUT        PIC X(03).
              10 FILLER              PIC X(01) VALUE SPACE.
              10 SPLIT-PCT-OUT       PIC ZZ9.
              10 FILLER              PIC X(04) VALUE "%   ".
           05 FILLER                 PIC X(68) VALUE SPACES.

       01  TOTALS-LINE.
           05 TOTAL-LINE-CC          PIC X(01) VALUE SPACE.
           05 FILLER                 PIC X(09) VALUE SPACES.

           perform 9000-CREATE-LISTING-TOTAL-LINE.
           perform 9600-WRITE-ORDER-FILE.
           perform 9700-REBUILD-ORDER-HEADERS.

           display "TRANSACTIONS READ:           " WS-TRANS-READ.
           display "TRANSACTIONS APPLIED:        " WS-TRANS-APPLIED.
           display "ORDERS CANCELLED:            "
               WS-ORDERS-CANCELLED.
           display "TRANSACTIONS REJECTED:       " WS-TRANS-REJECTED.
           display "LINES BACKORDERED:           "
               WS-LINES-BACKORDERED.

           PERFORM 9900-WRITE-AUDIT-RECORD.

              OPEN OUTPUT AUDIT-TRAIL-FILE
           END-IF.
           PERFORM 1200-OPERATOR-SIGN-ON.
           MOVE "ORDMNTRB"  TO JRN-PROGRAM-NAME.
           MOVE SGN-USER-ID TO JRN-USER-ID.
           PERFORM 1500-LOAD-ORDER-FILE.
           PERFORM 8000-WRITE-HEADINGS.

                       MOVE 16 TO RETURN-CODE
                       GOBACK
                    END-IF
                    MOVE "L" TO JRN-FUNCTION-CODE
                    MOVE "ORDERS" TO JRN-MASTER-ID
                    MOVE ORDER-FILE-RECORD TO JRN-BEFORE-IMAGE
                    CALL "CHGJRNRB" USING CHGJRNL-PARMS
                    ADD 1 TO WS-ORD-COUNT
                    MOVE ORDER-FILE-RECORD TO
                         TABLE-ORD-LINE (WS-ORD-COUNT)
       3000-PROCESS-TRANSACTION.
           SET VALID-TRANS TO TRUE.
           MOVE SPACES TO WS-REJECT-REASON.
           MOVE "N" TO WS-CARRIED-SW.
           PERFORM 3150-COUNT-ORDER-LINES.
           PERFORM 3100-FIND-ORDER.
           EVALUATE TRUE
              WHEN NOT (OMT-CHANGE OR OMT-CANCEL)
                 SET INVALID-TRANS TO TRUE
                 MOVE "BAD ACTION CODE" TO WS-REJECT-REASON
              WHEN WS-ORDER-LINE-COUNT = 0
                 SET INVALID-TRANS TO TRUE
                 MOVE "ORDER NOT ON FILE" TO WS-REJECT-REASON
              WHEN WS-ORD-SUB > WS-ORD-COUNT
                 SET INVALID-TRANS TO TRUE
                 MOVE "ORDER LINE NOT ON FILE" TO WS-REJECT-REASON
              WHEN OMT-CHANGE
                   AND OMT-LINE-NUMBER = SPACES
                   AND WS-ORDER-LINE-COUNT > 1
                   AND (OMT-SIZE-1 NOT = SPACES
                        OR OMT-SIZE-2 NOT = SPACES
                        OR OMT-SQ-FT-PRICE NOT = SPACES)
                 SET INVALID-TRANS TO TRUE
                 MOVE "LINE NUMBER REQUIRED" TO WS-REJECT-REASON
              WHEN WRK-ORDER-IS-SHIPPED
                 SET INVALID-TRANS TO TRUE
                 MOVE "ORDER ALREADY SHIPPED" TO WS-REJECT-REASON
           END-IF.

       3100-FIND-ORDER.
      * THE ORDER NUMBER SITS IN COLUMNS 31-36 OF THE ORDER LINE, THE
      * STATUS IN 53 AND THE LINE NUMBER IN 77-78.  A NAMED LINE IS
      * FOUND EXACTLY; WITH NO LINE NAMED THE ORDER'S FIRST LINE NOT
      * YET SHIPPED OR CANCELLED STANDS FOR THE ORDER, OR FAILING
      * THAT ITS FIRST LINE (SO THE REJECT SAYS WHY).
           IF OMT-LINE-NUMBER = SPACES
              PERFORM VARYING WS-ORD-SUB FROM 1 BY 1
                 UNTIL WS-ORD-SUB > WS-ORD-COUNT
                    OR (TABLE-ORD-LINE (WS-ORD-SUB) (31:6) =
                        OMT-ORDER-NUMBER
                        AND TABLE-ORD-LINE (WS-ORD-SUB) (53:1)
                            NOT = "S"
                        AND TABLE-ORD-LINE (WS-ORD-SUB) (53:1)
                            NOT = "C")
              END-PERFORM
              IF WS-ORD-SUB > WS-ORD-COUNT
                 PERFORM VARYING WS-ORD-SUB FROM 1 BY 1
                    UNTIL WS-ORD-SUB > WS-ORD-COUNT
                       OR TABLE-ORD-LINE (WS-ORD-SUB) (31:6) =
                          OMT-ORDER-NUMBER
                 END-PERFORM
              END-IF
           ELSE
              MOVE OMT-LINE-NUMBER TO WS-FIND-LINE
              PERFORM VARYING WS-ORD-SUB FROM 1 BY 1
                 UNTIL WS-ORD-SUB > WS-ORD-COUNT
                    OR (TABLE-ORD-LINE (WS-ORD-SUB) (31:6) =
                        OMT-ORDER-NUMBER
                        AND (TABLE-ORD-LINE (WS-ORD-SUB) (77:2) =
                             WS-FIND-LINE
                             OR (TABLE-ORD-LINE (WS-ORD-SUB) (77:2) =
                                 SPACES
                                 AND WS-FIND-LINE = "01")))
              END-PERFORM
           END-IF.
           IF WS-ORD-SUB NOT > WS-ORD-COUNT
              MOVE TABLE-ORD-LINE (WS-ORD-SUB) TO WS-ORD-WORK
           END-IF.

       3150-COUNT-ORDER-LINES.
           MOVE 0 TO WS-ORDER-LINE-COUNT.
           PERFORM VARYING WS-LINE-SUB FROM 1 BY 1
              UNTIL WS-LINE-SUB > WS-ORD-COUNT
              IF TABLE-ORD-LINE (WS-LINE-SUB) (31:6) = OMT-ORDER-NUMBER
                 ADD 1 TO WS-ORDER-LINE-COUNT
              END-IF
           END-PERFORM.

       4000-CANCEL-ORDER.
      * STATUS C RELEASES THE ORDER EVERYWHERE DOWNSTREAM - BACKLOG,
      * CUT SCHEDULE, MATERIAL DRAWDOWN, AND BILLING ALL SKIP
      * CANCELLED ORDERS.  WITH NO LINE NAMED, EVERY OTHER LINE OF
      * THE ORDER STILL OPEN OR IN WORK IS CANCELLED WITH IT.
           MOVE "C" TO WRK-ORDER-STATUS.
           MOVE WS-ORD-WORK TO TABLE-ORD-LINE (WS-ORD-SUB).
           ADD 1 TO WS-TRANS-APPLIED.
           ADD 1 TO WS-ORDERS-CANCELLED.
           PERFORM 5000-REPRICE-ORDER.
           PERFORM 7100-LIST-AFTER-IMAGE.
           MOVE "R" TO MAL-FUNCTION.
           PERFORM 4800-CALL-MATERIAL-ALLOCATION.
           MOVE "CN" TO DEV-EVENT-TYPE.
           PERFORM 4850-QUEUE-DEALER-NOTICE.
           IF OMT-LINE-NUMBER = SPACES
              PERFORM VARYING WS-LINE-SUB FROM 1 BY 1
                 UNTIL WS-LINE-SUB > WS-ORD-COUNT
                 IF TABLE-ORD-LINE (WS-LINE-SUB) (31:6) =
                    OMT-ORDER-NUMBER
                    AND TABLE-ORD-LINE (WS-LINE-SUB) (53:1) NOT = "S"
                    AND TABLE-ORD-LINE (WS-LINE-SUB) (53:1) NOT = "C"
                    PERFORM 4100-CANCEL-OTHER-LINE
                 END-IF
              END-PERFORM
           END-IF.

       4100-CANCEL-OTHER-LINE.
           MOVE TABLE-ORD-LINE (WS-LINE-SUB) TO WS-ORD-WORK.
           PERFORM 7000-LIST-BEFORE-IMAGE.
           MOVE "C" TO WRK-ORDER-STATUS.
           MOVE WS-ORD-WORK TO TABLE-ORD-LINE (WS-LINE-SUB).
           PERFORM 5000-REPRICE-ORDER.
           PERFORM 7100-LIST-AFTER-IMAGE.
           MOVE "R" TO MAL-FUNCTION.
           PERFORM 4800-CALL-MATERIAL-ALLOCATION.
           MOVE "CN" TO DEV-EVENT-TYPE.
           PERFORM 4850-QUEUE-DEALER-NOTICE.

       4500-CHANGE-ORDER.
      * APPLY THE SUPPLIED FIELDS, THEN RE-VALIDATE WITH THE SAME
                   TO WS-REJECT-REASON
              END-IF
           END-IF.
           IF VALID-TRANS
              PERFORM 4600-CHECK-SALES-SPLIT
           END-IF.
      * THE SAME SHAPE-SPECIFIC DIMENSION RULES THE BATCH APPLIES:
           IF VALID-TRANS
              IF WRK-SIZE-1 = 0
              END-IF
           END-IF.
           IF VALID-TRANS
              MOVE TABLE-ORD-LINE (WS-ORD-SUB) (45:8)
                TO WS-OLD-PROMISED-DATE
              MOVE WS-ORD-WORK TO TABLE-ORD-LINE (WS-ORD-SUB)
              ADD 1 TO WS-TRANS-APPLIED
              PERFORM 5000-REPRICE-ORDER
              PERFORM 7100-LIST-AFTER-IMAGE
              IF OMT-SIZE-1 NOT = SPACES
                 OR OMT-SIZE-2 NOT = SPACES
                 OR OMT-PROMISED-DATE NOT = SPACES
                 MOVE "A" TO MAL-FUNCTION
                 PERFORM 4800-CALL-MATERIAL-ALLOCATION
              END-IF
              IF OMT-PROMISED-DATE NOT = SPACES
                 AND WRK-PROMISED-DATE NOT = WS-OLD-PROMISED-DATE
                 MOVE "PD" TO DEV-EVENT-TYPE
                 PERFORM 4850-QUEUE-DEALER-NOTICE
              END-IF
              IF OMT-PROMISED-DATE NOT = SPACES
                 OR OMT-SALES-ID NOT = SPACES
                 OR SPLIT-WAS-KEYED
                 PERFORM 4700-CARRY-HEADER-CHANGES
              END-IF
           ELSE
              ADD 1 TO WS-TRANS-REJECTED
              PERFORM 7200-LIST-REJECT
           END-IF.

       4600-CHECK-SALES-SPLIT.
      * A KEYED SPLIT REPLACES THE ORDER'S WHOLE SPLIT.  EITHER WAY
      * THE RESULT GETS THE SAME EDIT THE BATCH APPLIES: EVERY REP ON
      * THE SALES TABLE, NAMED ONCE, WITH A SHARE, AND THE SHARES
      * TOTALLING 100 (NONE ON A HOUSE ORDER).  AN ORDER FROM BEFORE
      * SPLITS HAS NO PERCENTS AND IS ITS ONE REP'S ALONE.
           MOVE "N" TO WS-SPLIT-KEYED-SW.
           IF OMT-SALES-PCT-1 NOT = SPACES
              OR OMT-SALES-ID-2 NOT = SPACES
              OR OMT-SALES-PCT-2 NOT = SPACES
              OR OMT-SALES-ID-3 NOT = SPACES
              OR OMT-SALES-PCT-3 NOT = SPACES
              SET SPLIT-WAS-KEYED TO TRUE
              MOVE OMT-SALES-ID-2 TO WRK-SALES-ID-2
              MOVE OMT-SALES-ID-3 TO WRK-SALES-ID-3
              MOVE 0 TO WRK-SALES-PCT-1
                        WRK-SALES-PCT-2
                        WRK-SALES-PCT-3
              IF OMT-SALES-PCT-1 IS NUMERIC
                 MOVE OMT-SALES-PCT-1 TO WRK-SALES-PCT-1
              END-IF
              IF OMT-SALES-PCT-2 IS NUMERIC
                 MOVE OMT-SALES-PCT-2 TO WRK-SALES-PCT-2
              END-IF
              IF OMT-SALES-PCT-3 IS NUMERIC
                 MOVE OMT-SALES-PCT-3 TO WRK-SALES-PCT-3
              END-IF
              IF (OMT-SALES-PCT-1 NOT = SPACES
                  AND OMT-SALES-PCT-1 IS NOT NUMERIC)
                 OR (OMT-SALES-PCT-2 NOT = SPACES
                  AND OMT-SALES-PCT-2 IS NOT NUMERIC)
                 OR (OMT-SALES-PCT-3 NOT = SPACES
                  AND OMT-SALES-PCT-3 IS NOT NUMERIC)
                 SET INVALID-TRANS TO TRUE
                 MOVE "NON-NUMERIC SPLIT PERCENT" TO WS-REJECT-REASON
              END-IF
           END-IF.
           MOVE WRK-SALES-ID   TO TABLE-SPLIT-ID (1).
           MOVE WRK-SALES-ID-2 TO TABLE-SPLIT-ID (2).
           MOVE WRK-SALES-ID-3 TO TABLE-SPLIT-ID (3).
           MOVE 0 TO TABLE-SPLIT-PCT (1)
                     TABLE-SPLIT-PCT (2)
                     TABLE-SPLIT-PCT (3).
           IF WRK-SALES-PCT-1 IS NUMERIC
              MOVE WRK-SALES-PCT-1 TO TABLE-SPLIT-PCT (1)
           END-IF.
           IF WRK-SALES-PCT-2 IS NUMERIC
              MOVE WRK-SALES-PCT-2 TO TABLE-SPLIT-PCT (2)
           END-IF.
           IF WRK-SALES-PCT-3 IS NUMERIC
              MOVE WRK-SALES-PCT-3 TO TABLE-SPLIT-PCT (3)
           END-IF.
           IF WRK-SALES-ID NOT = SPACES
              AND WRK-SALES-ID-2 = SPACES
              AND WRK-SALES-ID-3 = SPACES
              AND TABLE-SPLIT-PCT (1) = 0
              MOVE 100 TO TABLE-SPLIT-PCT (1)
           END-IF.
           MOVE 0 TO WS-SPLIT-TOTAL.
           PERFORM VARYING WS-SPLIT-SUB FROM 1 BY 1
              UNTIL WS-SPLIT-SUB > 3 OR INVALID-TRANS
              ADD TABLE-SPLIT-PCT (WS-SPLIT-SUB) TO WS-SPLIT-TOTAL
              IF TABLE-SPLIT-ID (WS-SPLIT-SUB) = SPACES
                 IF TABLE-SPLIT-PCT (WS-SPLIT-SUB) NOT = 0
                    SET INVALID-TRANS TO TRUE
                    MOVE "SPLIT PERCENT WITH NO REP"
                      TO WS-REJECT-REASON
                 END-IF
              ELSE
                 IF TABLE-SPLIT-PCT (WS-SPLIT-SUB) = 0
                    SET INVALID-TRANS TO TRUE
                    MOVE "SPLIT REP WITH NO PERCENT"
                      TO WS-REJECT-REASON
                 END-IF
                 PERFORM VARYING WS-SPLIT-SUB-2 FROM 1 BY 1
                    UNTIL WS-SPLIT-SUB-2 >= WS-SPLIT-SUB
                    IF TABLE-SPLIT-ID (WS-SPLIT-SUB-2) =
                       TABLE-SPLIT-ID (WS-SPLIT-SUB)
                       SET INVALID-TRANS TO TRUE
                       MOVE "SPLIT NAMES A REP TWICE"
                         TO WS-REJECT-REASON
                    END-IF
                 END-PERFORM
                 IF VALID-TRANS AND WS-SPLIT-SUB > 1
                    MOVE 'S' TO WS-LOOKUP-TYPE
                    MOVE TABLE-SPLIT-ID (WS-SPLIT-SUB) TO WS-SALES-ID
                    CALL "LOOKUP" USING WS-LOOKUP-FIELDS
                    IF NOT SUCESSFUL-LOOKUP
                       SET INVALID-TRANS TO TRUE
                       MOVE "SPLIT REP NOT ON SALES TABLE"
                         TO WS-REJECT-REASON
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.
           IF VALID-TRANS
              IF WRK-SALES-ID = SPACES
                 IF WS-SPLIT-TOTAL NOT = 0
                    SET INVALID-TRANS TO TRUE
                    MOVE "HOUSE ORDER CANNOT BE SPLIT"
                      TO WS-REJECT-REASON
                 END-IF
              ELSE
                 IF WS-SPLIT-TOTAL NOT = 100
                    SET INVALID-TRANS TO TRUE
                    MOVE "SPLIT PERCENTS MUST TOTAL 100"
                      TO WS-REJECT-REASON
                 END-IF
              END-IF
           END-IF.

       4700-CARRY-HEADER-CHANGES.
      * THE PROMISED DATE (COLUMNS 45-52) AND THE SALESPEOPLE AND
      * THEIR SHARES (54-56 AND 62-76) ARE THE ORDER'S, NOT ONE
      * RUG'S - THE ORDER'S OTHER LINES STILL OPEN OR IN WORK TAKE
      * THEM FROM THE LINE JUST CHANGED.
           SET HEADER-CARRIED TO TRUE.
           PERFORM VARYING WS-LINE-SUB FROM 1 BY 1
              UNTIL WS-LINE-SUB > WS-ORD-COUNT
              IF WS-LINE-SUB NOT = WS-ORD-SUB
                 AND TABLE-ORD-LINE (WS-LINE-SUB) (31:6) =
                     OMT-ORDER-NUMBER
                 AND TABLE-ORD-LINE (WS-LINE-SUB) (53:1) NOT = "S"
                 AND TABLE-ORD-LINE (WS-LINE-SUB) (53:1) NOT = "C"
                 MOVE TABLE-ORD-LINE (WS-LINE-SUB) (45:8)
                   TO WS-OLD-PROMISED-DATE
                 MOVE TABLE-ORD-LINE (WS-ORD-SUB) (45:8)
                   TO TABLE-ORD-LINE (WS-LINE-SUB) (45:8)
                 MOVE TABLE-ORD-LINE (WS-ORD-SUB) (54:3)
                   TO TABLE-ORD-LINE (WS-LINE-SUB) (54:3)
                 MOVE TABLE-ORD-LINE (WS-ORD-SUB) (62:15)
                   TO TABLE-ORD-LINE (WS-LINE-SUB) (62:15)
                 MOVE TABLE-ORD-LINE (WS-LINE-SUB) TO WS-ORD-WORK
                 PERFORM 5000-REPRICE-ORDER
                 PERFORM 7100-LIST-AFTER-IMAGE
                 IF OMT-PROMISED-DATE NOT = SPACES
                    MOVE "A" TO MAL-FUNCTION
                    PERFORM 4800-CALL-MATERIAL-ALLOCATION
                 END-IF
                 IF OMT-PROMISED-DATE NOT = SPACES
                    AND WRK-PROMISED-DATE NOT = WS-OLD-PROMISED-DATE
                    MOVE "PD" TO DEV-EVENT-TYPE
                    PERFORM 4850-QUEUE-DEALER-NOTICE
                 END-IF
              END-IF
           END-PERFORM.
           MOVE "N" TO WS-CARRIED-SW.

       4800-CALL-MATERIAL-ALLOCATION.
      * RELEASE OR RE-ALLOCATE THE MATERIAL OF THE LINE IN THE WORK
      * AREA.  A LINE FROM BEFORE ORDERS HAD LINES IS LINE 01 - A
      * BLANK LINE NUMBER WOULD RELEASE THE WHOLE ORDER.
           MOVE WS-ORD-WORK TO MAL-ORDER-LINE.
           IF WRK-LINE-NUMBER = SPACES
              MOVE "01" TO MAL-ORDER-LINE (77:2)
           END-IF.
           CALL "MATALCRB" USING MATALC-PARMS.
           EVALUATE TRUE
              WHEN MAL-BACKORDERED
                 ADD 1 TO WS-LINES-BACKORDERED
                 DISPLAY "ORDER " WRK-ORDER-NUMBER " LINE "
                     MAL-ORDER-LINE (77:2) " BACKORDERED - "
                     WRK-MATERIAL " SHORT " MAL-QTY-SHORT
              WHEN MAL-NO-PRODUCT-FILE
              WHEN MAL-TABLE-FULL
                 DISPLAY "ORDMNTRB: MATERIAL ALLOCATION NOT UPDATED "
                     "FOR ORDER " WRK-ORDER-NUMBER ", STATUS = "
                     MAL-STATUS
           END-EVALUATE.

       4850-QUEUE-DEALER-NOTICE.
      * QUEUE THE CANCEL OR DATE CHANGE OF THE LINE IN THE WORK AREA
      * FOR ITS DEALER.  AN ORDER THE DESK TOOK ITSELF COMES BACK
      * NOT A DEALER ORDER AND IS LEFT AT THAT.
           MOVE WS-ORD-WORK TO DEV-ORDER-LINE.
           MOVE WS-OLD-PROMISED-DATE TO DEV-OLD-PROMISED-DATE.
           CALL "DLREVTRB" USING DLREVT-PARMS.
           IF DEV-NO-EVENT-FILE
              DISPLAY "ORDMNTRB: DEALER NOTICE NOT QUEUED FOR ORDER "
                  WRK-ORDER-NUMBER ", STATUS = " DEV-STATUS
           END-IF.

       5000-REPRICE-ORDER.
      * SAME AREA FORMULAS AND VOLUME DISCOUNT AS THE SHAPE RUN, SO
      * THE LISTING SHOWS THE PRICE THE BATCH WILL BILL.
       7000-LIST-BEFORE-IMAGE.
           MOVE SPACES             TO DETAIL-LINE-CHANGE.
           MOVE "BEFORE: "         TO DTL-TAG.
           PERFORM 7300-SET-ORDER-LINE.
           MOVE WRK-SHAPE-TYPE     TO DTL-SHAPE.
           MOVE WRK-SIZE-1         TO DTL-SIZE-1.
           MOVE WRK-SIZE-2         TO DTL-SIZE-2.
           MOVE WRK-PROMISED-DATE  TO DTL-PROMISED.
           MOVE WRK-SALES-ID       TO DTL-SALES-ID.
           PERFORM 7500-WRITE-LISTING-LINE.
           PERFORM 7050-LIST-SALES-SPLIT.

       7050-LIST-SALES-SPLIT.
      * A SPLIT ORDER SHOWS EVERY REP'S SHARE UNDER THE IMAGE.
           IF WRK-SALES-ID-2 NOT = SPACES
              OR WRK-SALES-ID-3 NOT = SPACES
              MOVE WRK-SALES-ID   TO SPLIT-ID-OUT (1)
              MOVE WRK-SALES-PCT-1 TO SPLIT-PCT-OUT (1)
              MOVE WRK-SALES-ID-2 TO SPLIT-ID-OUT (2)
              MOVE WRK-SALES-PCT-2 TO SPLIT-PCT-OUT (2)
              MOVE WRK-SALES-ID-3 TO SPLIT-ID-OUT (3)
              MOVE WRK-SALES-PCT-3 TO SPLIT-PCT-OUT (3)
              add 1 to WS-LINE-COUNT
              write CHANGE-LISTING-RECORD from SPLIT-LINE
                after advancing 01 lines
           END-IF.

       7100-LIST-AFTER-IMAGE.
           MOVE SPACES             TO DETAIL-LINE-CHANGE.
              MOVE "CHANGE: "      TO DTL-TAG
              MOVE "APPLIED - REPRICED" TO DTL-RESULT
           END-IF.
           IF HEADER-CARRIED
              MOVE "APPLIED - HEADER CARRIED" TO DTL-RESULT
           END-IF.
           PERFORM 7300-SET-ORDER-LINE.
           MOVE WRK-SHAPE-TYPE     TO DTL-SHAPE.
           MOVE WRK-SIZE-1         TO DTL-SIZE-1.
           MOVE WRK-SIZE-2         TO DTL-SIZE-2.
           MOVE WRK-SALES-ID       TO DTL-SALES-ID.
           MOVE WS-CALC-PRICE      TO DTL-NEW-PRICE.
           PERFORM 7500-WRITE-LISTING-LINE.
           PERFORM 7050-LIST-SALES-SPLIT.

       7200-LIST-REJECT.
           MOVE SPACES             TO DETAIL-LINE-CHANGE.
           MOVE "REJECT: "         TO DTL-TAG.
           MOVE OMT-ORDER-NUMBER   TO DTL-ORDER-NUM.
           IF OMT-LINE-NUMBER NOT = SPACES
              MOVE "-"             TO DTL-LINE-DASH
              MOVE OMT-LINE-NUMBER TO DTL-LINE-NUM
           END-IF.
           MOVE WS-REJECT-REASON   TO DTL-RESULT.
           PERFORM 7500-WRITE-LISTING-LINE.
           DISPLAY "REJECTED - " WS-REJECT-REASON ": "
                   OMT-ORDER-NUMBER.

       7300-SET-ORDER-LINE.
           MOVE WRK-ORDER-NUMBER   TO DTL-ORDER-NUM.
           MOVE "-"                TO DTL-LINE-DASH.
           IF WRK-LINE-NUMBER = SPACES
              MOVE "01"            TO DTL-LINE-NUM
           ELSE
              MOVE WRK-LINE-NUMBER TO DTL-LINE-NUM
           END-IF.

       7500-WRITE-LISTING-LINE.
           MOVE SGN-USER-ID TO DTL-USER.
           add 1 to WS-LINE-COUNT.
              UNTIL WS-ORD-SUB > WS-ORD-COUNT
              MOVE TABLE-ORD-LINE (WS-ORD-SUB) TO ORDER-FILE-RECORD
              WRITE ORDER-FILE-RECORD
              MOVE "W" TO JRN-FUNCTION-CODE
              MOVE "ORDERS" TO JRN-MASTER-ID
              MOVE ORDER-FILE-RECORD TO JRN-AFTER-IMAGE
              CALL "CHGJRNRB" USING CHGJRNL-PARMS
           END-PERFORM.
           CLOSE ORDER-FILE.
           MOVE "E" TO JRN-FUNCTION-CODE.
           MOVE "ORDERS" TO JRN-MASTER-ID.
           CALL "CHGJRNRB" USING CHGJRNL-PARMS.

       9700-REBUILD-ORDER-HEADERS.
      * ROLL THE LINE STATUSES JUST WRITTEN UP TO THE ORDER HEADERS.
           MOVE WS-ORDER-FILE-PATH TO OHD-ORDER-FILE-PATH.
           CALL "ORDHDRRB" USING ORDHDR-PARMS.
           IF NOT OHD-OK
              DISPLAY "ORDMNTRB: ORDER HEADERS NOT REBUILT, STATUS = "
                  OHD-STATUS
           END-IF.

       9900-WRITE-AUDIT-RECORD.
      * APPEND ONE SUMMARY LINE FOR THIS RUN TO THE SHARED OPERATIONS
