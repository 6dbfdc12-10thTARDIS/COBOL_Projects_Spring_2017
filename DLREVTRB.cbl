       IDENTIFICATION DIVISION.
       program-id. DLREVTRB.
       AUTHOR.     RYAN BROOKS.
      * CALLABLE DEALER ORDER-EVENT QUEUE.  THE DEALERS GOT AN
      * ACCEPTANCE/REJECT REPORT WHEN THEIR BATCH WAS IMPORTED AND
      * NOTHING AFTER IT - A CHANGED PROMISE DATE, A CANCELLATION OR
      * A SHIPMENT REACHED THEM ONLY IF SOMEBODY PHONED.  THE IMPORT,
      * ORDER MAINTENANCE AND SHIPMENT CONFIRMATION NOW CALL HERE AS
      * THEY ACCEPT, CHANGE, CANCEL OR SHIP AN ORDER LINE.  AN ORDER
      * THE IMPORT ACCEPTS IS RECORDED ON THE DEALER ORDER CROSS-
      * REFERENCE (DLRORDX.DAT) AGAINST ITS DEALER; EVERY EVENT FOR
      * AN ORDER ON THE CROSS-REFERENCE IS APPENDED TO THE PENDING
      * EVENT FILE (DLREVENT.DAT) FOR THE NIGHTLY DEALER NOTICE RUN
      * (DLRNTCRB) TO SEND.  EVENTS FOR THE DESK'S OWN ORDERS ARE
      * IGNORED.  THE PARAMETER AREA IS DOCUMENTED IN DLREVT.cpy.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EVENT-FILE ASSIGN DYNAMIC
                 WS-EVENT-FILE-PATH
             organization is line sequential
             file status is WS-EVENT-FILE-STATUS.
           SELECT ORDER-XREF-FILE ASSIGN DYNAMIC
                 WS-ORDER-XREF-PATH
             organization is line sequential
             file status is WS-ORDER-XREF-STATUS.

       data division.
       FILE SECTION.

       FD  EVENT-FILE
           RECORDING MODE IS F
           DATA RECORD IS EVENT-RECORD.
      * ONE ROW PER EVENT, OLDEST FIRST.  THE EVENT DATE IS THE DAY
      * IT HAPPENED - THE SHIP DATE FOR A SHIPMENT.  THE SIZES ARE
      * THE ORDERED ONES, OR FOR A SHIPMENT THE SIZES SHIPPED.
       01 EVENT-RECORD.
           05  EVT-DEALER-ID            PIC X(05).
           05  EVT-EVENT-TYPE           PIC X(02).
           05  EVT-EVENT-DATE           PIC X(08).
           05  EVT-ORDER-NUMBER         PIC X(06).
           05  EVT-LINE-NUMBER          PIC X(02).
           05  EVT-CUST-NUMBER          PIC X(06).
           05  EVT-SHAPE-TYPE           PIC X(10).
           05  EVT-SIZE-1               PIC 9(03).
           05  EVT-SIZE-2               PIC 9(03).
           05  EVT-PROMISED-DATE        PIC X(08).
           05  EVT-OLD-PROMISED-DATE    PIC X(08).
           05  EVT-CARRIER              PIC X(06).
           05  EVT-TRACKING             PIC X(20).

       FD  ORDER-XREF-FILE
           RECORDING MODE IS F
           DATA RECORD IS ORDER-XREF-RECORD.
      * ONE ROW PER DEALER ORDER, WRITTEN WHEN THE IMPORT ACCEPTS IT.
       01 ORDER-XREF-RECORD.
           05  XRF-ORDER-NUMBER         PIC X(06).
           05  XRF-DEALER-ID            PIC X(05).
           05  XRF-ACCEPTED-DATE        PIC X(08).

       working-storage section.
       01 WS-EVENT-FILE-PATH       PIC X(80)
          VALUE "C:\Users\Ryan\Desktop\DLREVENT.DAT".
       01 WS-ORDER-XREF-PATH       PIC X(80)
          VALUE "C:\Users\Ryan\Desktop\DLRORDX.DAT".
       01 WS-ENV-PATH-OVERRIDE     PIC X(80).
       01 WS-EVENT-FILE-STATUS     PIC X(02).
          88 EVENT-FILE-OK                   VALUE "00".
       01 WS-ORDER-XREF-STATUS     PIC X(02).
          88 ORDER-XREF-OK                   VALUE "00".
          88 END-OF-ORDER-XREF               VALUE "10".
       01 WS-XREF-FOUND-SW         PIC X(01) VALUE "N".
          88 XREF-FOUND                      VALUE "Y".
       01 WS-RUN-DATE              PIC X(08).
       01 WS-TODAY                 PIC 9(08) VALUE 0.

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

       LINKAGE SECTION.
       COPY "DLREVT.cpy".

       procedure division USING DLREVT-PARMS.

       0000-MAINLINE.
           MOVE "0" TO DEV-STATUS.
           MOVE DEV-ORDER-LINE TO WS-ORDER-LINE.
      * AN ORDER LINE FROM BEFORE ORDERS HAD LINES IS LINE 01.
           IF ORD-LINE-NUMBER = SPACES
              MOVE "01" TO ORD-LINE-NUMBER
           END-IF.
           ACCEPT WS-RUN-DATE FROM DATE.
           MOVE "20"              TO WS-TODAY (1:2).
           MOVE WS-RUN-DATE (1:6) TO WS-TODAY (3:6).
           PERFORM 0500-GET-FILE-PATHS.
           IF DEV-ACCEPTED
              PERFORM 1000-RECORD-DEALER-ORDER
           ELSE
              PERFORM 2000-FIND-DEALER-ORDER
           END-IF.
           IF DEV-OK
              PERFORM 3000-QUEUE-EVENT
           END-IF.
           goback.

       0500-GET-FILE-PATHS.
           ACCEPT WS-ENV-PATH-OVERRIDE FROM ENVIRONMENT
                "DLREVTRB-EVENT-FILE".
           IF WS-ENV-PATH-OVERRIDE NOT = SPACES
             MOVE WS-ENV-PATH-OVERRIDE TO WS-EVENT-FILE-PATH
           END-IF.
           ACCEPT WS-ENV-PATH-OVERRIDE FROM ENVIRONMENT
                "DLREVTRB-ORDER-XREF".
           IF WS-ENV-PATH-OVERRIDE NOT = SPACES
             MOVE WS-ENV-PATH-OVERRIDE TO WS-ORDER-XREF-PATH
           END-IF.

       1000-RECORD-DEALER-ORDER.
      * A NEW DEALER ORDER GOES ON THE END OF THE CROSS-REFERENCE;
      * THE FIRST ONE CREATES IT.
           OPEN EXTEND ORDER-XREF-FILE.
           IF NOT ORDER-XREF-OK
              CLOSE ORDER-XREF-FILE
              OPEN OUTPUT ORDER-XREF-FILE
           END-IF.
           MOVE ORD-ORDER-NUMBER TO XRF-ORDER-NUMBER.
           MOVE DEV-DEALER-ID    TO XRF-DEALER-ID.
           MOVE WS-TODAY         TO XRF-ACCEPTED-DATE.
           WRITE ORDER-XREF-RECORD.
           CLOSE ORDER-XREF-FILE.

       2000-FIND-DEALER-ORDER.
      * NO CROSS-REFERENCE YET MEANS NO DEALER ORDERS YET.
           MOVE "N" TO WS-XREF-FOUND-SW.
           MOVE SPACES TO DEV-DEALER-ID.
           OPEN INPUT ORDER-XREF-FILE.
           IF ORDER-XREF-OK
              PERFORM UNTIL END-OF-ORDER-XREF OR XREF-FOUND
                 READ ORDER-XREF-FILE
                    AT END
                       SET END-OF-ORDER-XREF TO TRUE
                    NOT AT END
                       IF XRF-ORDER-NUMBER = ORD-ORDER-NUMBER
                          SET XREF-FOUND TO TRUE
                          MOVE XRF-DEALER-ID TO DEV-DEALER-ID
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE ORDER-XREF-FILE
           END-IF.
           IF NOT XREF-FOUND
              MOVE "X" TO DEV-STATUS
           END-IF.

       3000-QUEUE-EVENT.
           MOVE DEV-DEALER-ID    TO EVT-DEALER-ID.
           MOVE DEV-EVENT-TYPE   TO EVT-EVENT-TYPE.
           MOVE ORD-ORDER-NUMBER TO EVT-ORDER-NUMBER.
           MOVE ORD-LINE-NUMBER  TO EVT-LINE-NUMBER.
           MOVE ORD-CUST-NUMBER  TO EVT-CUST-NUMBER.
           MOVE ORD-SHAPE-TYPE   TO EVT-SHAPE-TYPE.
           MOVE ORD-PROMISED-DATE TO EVT-PROMISED-DATE.
           MOVE SPACES           TO EVT-OLD-PROMISED-DATE
                                    EVT-CARRIER
                                    EVT-TRACKING.
           EVALUATE TRUE
              WHEN DEV-SHIPPED
                 MOVE DEV-SHIP-DATE   TO EVT-EVENT-DATE
                 MOVE DEV-SHIP-SIZE-1 TO EVT-SIZE-1
                 MOVE DEV-SHIP-SIZE-2 TO EVT-SIZE-2
                 MOVE DEV-CARRIER     TO EVT-CARRIER
                 MOVE DEV-TRACKING    TO EVT-TRACKING
              WHEN DEV-PROMISE-CHANGED
                 MOVE WS-TODAY        TO EVT-EVENT-DATE
                 MOVE ORD-SIZE-1      TO EVT-SIZE-1
                 MOVE ORD-SIZE-2      TO EVT-SIZE-2
                 MOVE DEV-OLD-PROMISED-DATE TO EVT-OLD-PROMISED-DATE
              WHEN OTHER
                 MOVE WS-TODAY        TO EVT-EVENT-DATE
                 MOVE ORD-SIZE-1      TO EVT-SIZE-1
                 MOVE ORD-SIZE-2      TO EVT-SIZE-2
           END-EVALUATE.
      * THE NOTICE RUN RENAMES THE FILE AWAY ONCE IT HAS SENT IT, SO
      * THE FIRST EVENT AFTER A RUN STARTS A NEW ONE.
           OPEN EXTEND EVENT-FILE.
           IF NOT EVENT-FILE-OK
              CLOSE EVENT-FILE
              OPEN OUTPUT EVENT-FILE
           END-IF.
           IF NOT EVENT-FILE-OK
              MOVE "N" TO DEV-STATUS
           ELSE
              WRITE EVENT-RECORD
              CLOSE EVENT-FILE
           END-IF.
