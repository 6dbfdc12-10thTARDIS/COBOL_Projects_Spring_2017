      * NUMBERS FROM ORDNUM.DAT, APPENDS THE GOOD ONES IN THE
      * CALCULATED-SHAPES INPUT LAYOUT, AND WRITES A PER-BATCH
      * ACCEPTANCE/REJECT REPORT TO SEND BACK TO THE DEALER.
      * A DEALER RECORD IS ONE RUG, SO EACH IMPORTED ORDER IS A ONE-
      * LINE ORDER (LINE 01); THE ORDER HEADERS ARE REBUILT AFTER THE
      * BATCH IS APPENDED.  EACH ACCEPTED ORDER RESERVES ITS MATERIAL
      * THROUGH MATALCRB, AND ONE STOCK CANNOT COVER IS REPORTED BACK
      * TO THE DEALER AS BACKORDERED WITH ITS SHORTFALL.
      * EACH ACCEPTED ORDER IS ALSO RECORDED AGAINST ITS DEALER AND
      * QUEUED THROUGH DLREVTRB FOR THE NIGHTLY DEALER NOTICE FILE,
      * SO THE DEALER HEARS OUR ORDER NUMBER AND, LATER, EVERY DATE
      * CHANGE, CANCELLATION AND SHIPMENT AGAINST IT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           05  ORD-ORDER-STATUS         PIC X(01).
           05  ORD-SALES-ID             PIC X(03).
           05  ORD-MATERIAL             PIC X(05).
           05  ORD-SALES-PCT-1          PIC 9(03).
           05  ORD-SALES-ID-2           PIC X(03).
           05  ORD-SALES-PCT-2          PIC 9(03).
           05  ORD-SALES-ID-3           PIC X(03).
           05  ORD-SALES-PCT-3          PIC 9(03).
           05  ORD-LINE-NUMBER          PIC 9(02).
           05  ORD-SHIP-TO-CODE         PIC X(03).

       FD  ORDER-NUMBER-FILE
           RECORDING MODE IS F
           05  CUST-MASTER-TERMS        PIC X(03).
           05  CUST-MASTER-CREDIT-LIMIT PIC 9(07)V99.
           05  CUST-MASTER-CREDIT-HOLD  PIC X(01).
      * BILL-TO ADDRESS CARRIED SO THE RECORD READS IN WHOLE - THE
      * STATEMENT RUN MAILS TO IT.
           05  FILLER                   PIC X(92).

       FD  CONTRACT-PRICE-FILE
           RECORDING MODE IS F
        01 WS-ORDERS-READ               PIC 9(04) VALUE 0.
        01 WS-ORDERS-ACCEPTED           PIC 9(04) VALUE 0.
        01 WS-ORDERS-REJECTED           PIC 9(04) VALUE 0.
        01 WS-ORDERS-BACKORDERED        PIC 9(04) VALUE 0.
        01 WS-SHORT-EDIT                PIC ZZZZ9.
        01 WS-RUN-DATE                  PIC X(08).
        01 WS-RUN-CCYYMMDD              PIC 9(08) VALUE 0.
        01 WS-RUN-TIME                  PIC 9(08) VALUE 0.
        COPY "AUDITTRL.cpy".
      * PARAMETER AREA FOR THE ORDER-HEADER REBUILD
        COPY "ORDHDR.cpy".
      * PARAMETER AREA FOR THE MATERIAL RESERVATION
        COPY "MATALC.cpy".
      * PARAMETER AREA FOR THE DEALER NOTICE QUEUE
        COPY "DLREVT.cpy".

       01  PAGE-HDG-01.
           05 PAGE-HDG-01-CC         PIC X(01) VALUE SPACE.
           display "DEALER ORDERS READ:          " WS-ORDERS-READ.
           display "ORDERS ACCEPTED:             " WS-ORDERS-ACCEPTED.
           display "ORDERS REJECTED:             " WS-ORDERS-REJECTED.
           display "ORDERS BACKORDERED:          "
               WS-ORDERS-BACKORDERED.

           PERFORM 9900-WRITE-AUDIT-RECORD.

                 ORDER-FILE-OUT
                 IMPORT-REPORT
                 AUDIT-TRAIL-FILE.
           IF WS-ORDERS-ACCEPTED > 0
              PERFORM 9700-REBUILD-ORDER-HEADERS
           END-IF.

           GOBACK.

           END-IF.
           MOVE "O"              TO ORD-ORDER-STATUS.
           MOVE SPACES           TO ORD-SALES-ID.
           MOVE 0                TO ORD-SALES-PCT-1
                                    ORD-SALES-PCT-2
                                    ORD-SALES-PCT-3.
           MOVE SPACES           TO ORD-SALES-ID-2
                                    ORD-SALES-ID-3.
           MOVE DLR-MATERIAL     TO ORD-MATERIAL.
           MOVE 1                TO ORD-LINE-NUMBER.
           MOVE SPACES           TO ORD-SHIP-TO-CODE.
      * AN ACTIVE CONTRACT RATE WINS OVER THE DEALER'S KEYED PRICE,
      * THE SAME RULE THE ORDER DESK APPLIES:
           PERFORM VARYING WS-CTR-SUB FROM 1 BY 1
              ADD 1 TO WS-ORDERS-ACCEPTED
              MOVE ORD-ORDER-NUMBER TO DTL-ORDER-NUM
              MOVE "ACCEPTED" TO DTL-DISPOSITION
              PERFORM 4500-ALLOCATE-MATERIAL
              PERFORM 4600-QUEUE-DEALER-NOTICE
           ELSE
              ADD 1 TO WS-ORDERS-REJECTED
              MOVE "*** WRITE FAILED ***" TO DTL-DISPOSITION
                  WS-ORDER-FILE-OUT-STATUS
           END-IF.

       4500-ALLOCATE-MATERIAL.
      * RESERVE THE ORDER'S MATERIAL.  AN ORDER STOCK CANNOT COVER
      * STANDS ACCEPTED - IT IS BACKORDERED, AND RECEIVING FILLS IT
      * IN PROMISED-DATE ORDER AS MATERIAL ARRIVES.
           MOVE "A" TO MAL-FUNCTION.
           MOVE ORDER-REC-OUT TO MAL-ORDER-LINE.
           CALL "MATALCRB" USING MATALC-PARMS.
           EVALUATE TRUE
              WHEN MAL-BACKORDERED
                 ADD 1 TO WS-ORDERS-BACKORDERED
                 MOVE MAL-QTY-SHORT TO WS-SHORT-EDIT
                 MOVE "ACCEPTED/BACKORDER SHORT" TO DTL-DISPOSITION
                 MOVE WS-SHORT-EDIT TO DTL-DISPOSITION (26:5)
              WHEN MAL-NO-PRODUCT-FILE
              WHEN MAL-TABLE-FULL
                 DISPLAY "DLRIMPRB: MATERIAL NOT RESERVED FOR ORDER "
                     ORD-ORDER-NUMBER ", STATUS = " MAL-STATUS
           END-EVALUATE.

       4600-QUEUE-DEALER-NOTICE.
      * TELL THE DEALER THE ORDER NUMBER IT WAS ACCEPTED UNDER.
           MOVE "AC"             TO DEV-EVENT-TYPE.
           MOVE DLR-DEALER-ID    TO DEV-DEALER-ID.
           MOVE ORDER-REC-OUT    TO DEV-ORDER-LINE.
           CALL "DLREVTRB" USING DLREVT-PARMS.
           IF NOT DEV-OK
              DISPLAY "DLRIMPRB: DEALER NOTICE NOT QUEUED FOR ORDER "
                  ORD-ORDER-NUMBER ", STATUS = " DEV-STATUS
           END-IF.

       7500-WRITE-LISTING-LINE.
           add 1 to WS-LINE-COUNT.
           if WS-LINE-COUNT > 50
              CLOSE ORDER-NUMBER-FILE
           END-IF.

       9700-REBUILD-ORDER-HEADERS.
      * THE IMPORTED ORDERS GET THEIR HEADERS.
           MOVE WS-ORDER-FILE-OUT-PATH TO OHD-ORDER-FILE-PATH.
           CALL "ORDHDRRB" USING ORDHDR-PARMS.
           IF NOT OHD-OK
              DISPLAY "DLRIMPRB: ORDER HEADERS NOT REBUILT, STATUS = "
                  OHD-STATUS
           END-IF.

       9900-WRITE-AUDIT-RECORD.
      * APPEND ONE SUMMARY LINE FOR THIS RUN TO THE SHARED OPERATIONS
      * AUDIT TRAIL, MIRRORING THE PROGRAM TOTALS DISPLAYED ABOVE.
