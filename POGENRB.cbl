      * SHORTAGE FROM ORDERING AGAIN EVERY NIGHT; RECEIVING
      * (RECVNGRB) RELIEVES IT.  DUE DATES COME FROM THE VENDOR'S
      * LEAD TIME IN BUSINESS DAYS VIA THE DATESRVRB DATE SERVICE.
      * POINTED AT THE MATERIAL REQUIREMENTS PROJECTION'S SUGGESTIONS
      * (POGENRB-SUGGESTION-FILE, WRITTEN BY MRPPRJRB), THE RUN ORDERS
      * FROM THOSE INSTEAD OF THE REORDER POINTS: EACH SUGGESTION
      * WHOSE ORDER-BY DATE HAS ARRIVED BECOMES A PO FOR THE
      * SUGGESTED QUANTITY, UNLESS A PO FOR THE MATERIAL HAS BEEN
      * PLACED SINCE THE PROJECTION WAS RUN.  ONE NOT YET DUE WAITS
      * FOR A LATER NIGHT'S PROJECTION.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
             ASSIGN DYNAMIC WS-PO-PRINT-PATH
             organization is LINE sequential
             file status is WS-PO-PRINT-STATUS.
           SELECT SUGGESTION-FILE ASSIGN DYNAMIC
                 WS-SUGGESTION-PATH
             organization is line sequential
             file status is WS-SUGGESTION-STATUS.
           SELECT AUDIT-TRAIL-FILE ASSIGN DYNAMIC
                 WS-AUDIT-TRAIL-PATH
             organization is line sequential
           05  PRD-PRICE                PIC 9(03)V99.
           05  PRD-STOCK-QTY            PIC 9(05).
           05  PRD-REORDER-PT           PIC 9(05).
      * UNIT COST, ALLOCATED AND AVAILABLE CARRIED SO THE RECORD
      * READS IN WHOLE.
           05  PRD-UNIT-COST            PIC 9(03)V99.
           05  PRD-ALLOC-QTY            PIC 9(05).
           05  PRD-AVAIL-QTY            PIC 9(05).

       FD  VENDOR-MASTER
           RECORDING MODE IS F
           DATA RECORD IS PO-PRINT-RECORD.
       01 PO-PRINT-RECORD                PIC X(80).

       FD  SUGGESTION-FILE
           RECORDING MODE IS F
           DATA RECORD IS SUGGESTION-RECORD.
      * THE PROJECTION'S SUGGESTED PURCHASES - SAME LAYOUT MRPPRJRB
      * WRITES.  A BLANK VENDOR MEANS NONE CARRIED THE MATERIAL WHEN
      * THE PROJECTION RAN.
       01 SUGGESTION-RECORD.
           05  SUG-PRODUCT-ID           PIC X(05).
           05  SUG-VENDOR-ID            PIC X(05).
           05  SUG-QTY                  PIC 9(05).
           05  SUG-ORDER-BY-DATE        PIC X(08).
           05  SUG-NEED-DATE            PIC X(08).
           05  SUG-PROJECTED-DATE       PIC X(08).

       FD  AUDIT-TRAIL-FILE
           RECORDING MODE IS F
           DATA RECORD IS AUDIT-TRAIL-RECORD.
                VALUE "C:\Users\Ryan\Desktop\POPRINT.txt".
           05 WS-AUDIT-TRAIL-PATH       PIC X(80)
                VALUE "C:\Users\Ryan\Desktop\OPS-AUDIT-TRAIL.LOG".
      * NO DEFAULT - THE RUN ORDERS FROM THE REORDER POINTS UNLESS IT
      * IS NAMED.
           05 WS-SUGGESTION-PATH        PIC X(80) VALUE SPACES.
           05 WS-ENV-PATH-OVERRIDE      PIC X(80).

      * File status
           88 GOOD-PO-PRINT-WRITE          VALUE "00".
        01 WS-AUDIT-TRAIL-STATUS        pic X(02).
           88 GOOD-AUDIT-TRAIL-WRITE       VALUE "00".
        01 WS-SUGGESTION-STATUS         pic X(02).
           88 SUGGESTION-FILE-OK           VALUE "00".
           88 END-OF-SUGGESTION-FILE       VALUE "10".

      * VENDOR ROWS, ONE PER VENDOR/MATERIAL
        01 WS-VND-COUNT                 PIC 9(03) VALUE 0.
           05 TABLE-VND-NAME            PIC X(20).

      * PRODUCTS WITH AN OPEN PO ALREADY OUT - THE DUPLICATE GUARD.
      * THE ORDER DATE TELLS A SUGGESTION WHETHER ITS PROJECTION HAD
      * ALREADY COUNTED THE PO.
        01 WS-OPO-COUNT                 PIC 9(03) VALUE 0.
        01 WS-OPO-SUB                   PIC 9(03) VALUE 0.
        01 OPEN-PO-PRODUCT-ENTRY OCCURS 500 TIMES.
           05 TABLE-OPO-PRODUCT         PIC X(05).
           05 TABLE-OPO-ORDER-DATE      PIC X(08).

      * PRODUCT NAMES FOR THE PRINTED PO WHEN ORDERING FROM
      * SUGGESTIONS.
        01 WS-PRD-COUNT                 PIC 9(03) VALUE 0.
        01 WS-PRD-SUB                   PIC 9(03) VALUE 0.
        01 PRODUCT-NAME-ENTRY OCCURS 500 TIMES.
           05 TABLE-PRD-ID              PIC X(05).
           05 TABLE-PRD-NAME            PIC X(10).

        01 WS-NEXT-PO-NUMBER            PIC 9(06) VALUE 800001.
        01 WS-SUGGESTED-QTY             PIC 9(05) VALUE 0.
        01 WS-PRODUCTS-READ             PIC 9(03) VALUE 0.
        01 WS-POS-WRITTEN               PIC 9(03) VALUE 0.
        01 WS-NO-VENDOR-COUNT           PIC 9(03) VALUE 0.
        01 WS-SUGGESTIONS-READ          PIC 9(03) VALUE 0.
        01 WS-NOT-YET-DUE-COUNT         PIC 9(03) VALUE 0.
        01 WS-RUN-DATE                  PIC X(08).
        01 WS-RUN-CCYYMMDD              PIC 9(08) VALUE 0.
        01 WS-RUN-TIME                  PIC 9(08) VALUE 0.
           DISPLAY "POGENRB FOR RYAN BROOKS".

           PERFORM 1000-INITIALIZE.

           IF WS-SUGGESTION-PATH = SPACES
              PERFORM 2000-READ-PRODUCT
              perform until END-OF-PRODUCT-FILE
                 perform 3000-CHECK-ONE-PRODUCT
                 perform 2000-READ-PRODUCT
              END-PERFORM
           ELSE
              PERFORM 5000-ORDER-FROM-SUGGESTIONS THRU 5000-EXIT
           END-IF.

           perform 9650-WRITE-PO-NUMBER.

           display "PRODUCTS READ:               " WS-PRODUCTS-READ.
           IF WS-SUGGESTION-PATH NOT = SPACES
              display "SUGGESTIONS READ:            "
                      WS-SUGGESTIONS-READ
              display "SUGGESTIONS NOT YET DUE:     "
                      WS-NOT-YET-DUE-COUNT
           END-IF.
           display "PURCHASE ORDERS WRITTEN:     " WS-POS-WRITTEN.
           display "SHORTAGES WITH NO VENDOR:    " WS-NO-VENDOR-COUNT.

           IF WS-ENV-PATH-OVERRIDE NOT = SPACES
              MOVE WS-ENV-PATH-OVERRIDE TO WS-AUDIT-TRAIL-PATH
           END-IF.
           ACCEPT WS-ENV-PATH-OVERRIDE FROM ENVIRONMENT
                  "POGENRB-SUGGESTION-FILE".
           IF WS-ENV-PATH-OVERRIDE NOT = SPACES
              MOVE WS-ENV-PATH-OVERRIDE TO WS-SUGGESTION-PATH
           END-IF.

       1000-INITIALIZE.
           PERFORM 0500-GET-FILE-PATHS.
                       IF OPO-STATUS = "O"
                          ADD 1 TO WS-OPO-COUNT
                          MOVE OPO-PRODUCT-ID TO
                               TABLE-OPO-PRODUCT (WS-OPO-COUNT)
                          MOVE OPO-ORDER-DATE TO
                               TABLE-OPO-ORDER-DATE (WS-OPO-COUNT)
                       END-IF
                 END-READ
              END-PERFORM
           ELSE
              PERFORM VARYING WS-OPO-SUB FROM 1 BY 1
                 UNTIL WS-OPO-SUB > WS-OPO-COUNT
                    OR TABLE-OPO-PRODUCT (WS-OPO-SUB) = PRD-ID
              END-PERFORM
              IF WS-OPO-SUB NOT > WS-OPO-COUNT
                 DISPLAY "POGENRB: " PRD-ID " ALREADY ON OPEN PO - "
                    DISPLAY "POGENRB: " PRD-ID " BELOW REORDER "
                        "POINT BUT NO VENDOR CARRIES IT"
                 ELSE
      * ORDER ENOUGH TO COVER THE SHORTAGE AND LAND COMFORTABLY
      * ABOVE THE REORDER POINT - TWICE THE REORDER POINT LESS WHAT
      * IS ON HAND, THE SAME RULE THE MANUAL ORDERS FOLLOWED.
                    COMPUTE WS-SUGGESTED-QTY =
                        (PRD-REORDER-PT * 2) - PRD-STOCK-QTY
                    PERFORM 4000-GENERATE-PO
                 END-IF
              END-IF
           END-IF.

       4000-GENERATE-PO.
      * WRITE THE OPEN-PO RECORD AND PRINT THE DOCUMENT FOR PRD-ID
      * AGAINST THE VENDOR ROW AT WS-VND-SUB, FOR WS-SUGGESTED-QTY.
           MOVE WS-NEXT-PO-NUMBER TO OPO-PO-NUMBER.
           ADD 1 TO WS-NEXT-PO-NUMBER.
           MOVE TABLE-VND-VENDOR (WS-VND-SUB) TO OPO-VENDOR-ID.
           WRITE PO-PRINT-RECORD FROM PO-DUE-LINE.
           WRITE PO-PRINT-RECORD FROM PO-SEPARATOR-LINE.

       5000-ORDER-FROM-SUGGESTIONS.
      * THE PRODUCT FILE ONLY SUPPLIES THE NAMES FOR THE PRINTED PO
      * HERE - THE SUGGESTIONS SAY WHAT TO ORDER.
           PERFORM 2000-READ-PRODUCT.
           PERFORM UNTIL END-OF-PRODUCT-FILE
              IF WS-PRD-COUNT < 500
                 ADD 1 TO WS-PRD-COUNT
                 MOVE PRD-ID   TO TABLE-PRD-ID (WS-PRD-COUNT)
                 MOVE PRD-NAME TO TABLE-PRD-NAME (WS-PRD-COUNT)
              END-IF
              PERFORM 2000-READ-PRODUCT
           END-PERFORM.
           OPEN INPUT SUGGESTION-FILE.
           IF NOT SUGGESTION-FILE-OK
              DISPLAY "POGENRB: UNABLE TO OPEN SUGGESTION FILE, "
                  "STATUS = " WS-SUGGESTION-STATUS
              MOVE 16 TO RETURN-CODE
              GO TO 5000-EXIT
           END-IF.
           PERFORM UNTIL END-OF-SUGGESTION-FILE
              READ SUGGESTION-FILE
                 AT END
                    SET END-OF-SUGGESTION-FILE TO TRUE
                 NOT AT END
                    ADD 1 TO WS-SUGGESTIONS-READ
                    PERFORM 5100-CHECK-ONE-SUGGESTION
              END-READ
           END-PERFORM.
           CLOSE SUGGESTION-FILE.

       5000-EXIT.
           EXIT.

       5100-CHECK-ONE-SUGGESTION.
           IF SUG-QTY IS NOT NUMERIC OR SUG-QTY = 0
              DISPLAY "POGENRB: SUGGESTION FOR " SUG-PRODUCT-ID
                  " HAS NO QUANTITY - SKIPPED"
           ELSE
              IF SUG-ORDER-BY-DATE > WS-RUN-CCYYMMDD
                 ADD 1 TO WS-NOT-YET-DUE-COUNT
              ELSE
                 PERFORM VARYING WS-OPO-SUB FROM 1 BY 1
                    UNTIL WS-OPO-SUB > WS-OPO-COUNT
                       OR (TABLE-OPO-PRODUCT (WS-OPO-SUB) =
                           SUG-PRODUCT-ID
                           AND TABLE-OPO-ORDER-DATE (WS-OPO-SUB) NOT <
                               SUG-PROJECTED-DATE)
                 END-PERFORM
                 IF WS-OPO-SUB NOT > WS-OPO-COUNT
                    DISPLAY "POGENRB: " SUG-PRODUCT-ID " ORDERED "
                        "SINCE THE PROJECTION - SKIPPED"
                 ELSE
                    PERFORM 5200-FIND-SUGGESTED-VENDOR
                    IF WS-VND-SUB > WS-VND-COUNT
                       ADD 1 TO WS-NO-VENDOR-COUNT
                       DISPLAY "POGENRB: " SUG-PRODUCT-ID " PROJECTED "
                           "SHORT BUT NO VENDOR CARRIES IT"
                    ELSE
                       MOVE SUG-PRODUCT-ID TO PRD-ID
                       MOVE SPACES         TO PRD-NAME
                       PERFORM VARYING WS-PRD-SUB FROM 1 BY 1
                          UNTIL WS-PRD-SUB > WS-PRD-COUNT
                             OR TABLE-PRD-ID (WS-PRD-SUB) = PRD-ID
                       END-PERFORM
                       IF WS-PRD-SUB NOT > WS-PRD-COUNT
                          MOVE TABLE-PRD-NAME (WS-PRD-SUB) TO PRD-NAME
                       END-IF
                       MOVE SUG-QTY TO WS-SUGGESTED-QTY
                       PERFORM 4000-GENERATE-PO
                    END-IF
                 END-IF
              END-IF
           END-IF.

       5200-FIND-SUGGESTED-VENDOR.
      * THE VENDOR THE PROJECTION NAMED, IF IT STILL CARRIES THE
      * MATERIAL; OTHERWISE WHOEVER CARRIES IT NOW.
           PERFORM VARYING WS-VND-SUB FROM 1 BY 1
              UNTIL WS-VND-SUB > WS-VND-COUNT
                 OR (TABLE-VND-VENDOR (WS-VND-SUB) = SUG-VENDOR-ID
                     AND TABLE-VND-MATERIAL (WS-VND-SUB) =
                         SUG-PRODUCT-ID)
           END-PERFORM.
           IF WS-VND-SUB > WS-VND-COUNT
              PERFORM VARYING WS-VND-SUB FROM 1 BY 1
                 UNTIL WS-VND-SUB > WS-VND-COUNT
                    OR TABLE-VND-MATERIAL (WS-VND-SUB) =
                       SUG-PRODUCT-ID
              END-PERFORM
           END-IF.

       9650-WRITE-PO-NUMBER.
           IF WS-POS-WRITTEN > 0
              OPEN OUTPUT PO-NUMBER-FILE
           MOVE "POGENRB"           TO AUD-PROGRAM-NAME.
           MOVE WS-RUN-DATE         TO AUD-RUN-DATE.
           MOVE WS-RUN-TIME         TO AUD-RUN-TIME.
           IF WS-SUGGESTION-PATH = SPACES
              MOVE WS-PRODUCTS-READ    TO AUD-RECORDS-READ
           ELSE
              MOVE WS-SUGGESTIONS-READ TO AUD-RECORDS-READ
           END-IF.
           MOVE WS-POS-WRITTEN      TO AUD-RECORDS-WRITTEN.
           MOVE SPACES              TO AUD-KEY-TOTALS.
           MOVE "NOVENDOR="         TO AUD-KEY-TOTALS(1:9).
