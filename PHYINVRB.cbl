      * COST WHEN ONE IS ON FILE, FALLING BACK TO THE SELLING PRICE
      * FOR PRODUCTS THAT HAVE NEVER BEEN COSTED.
           05  PRD-UNIT-COST            PIC 9(03)V99.
      * MATERIAL RESERVED BY OPEN ORDER LINES, AND ON HAND LESS THAT.
      * A COUNT MOVES ON HAND ONLY - THE RESERVATIONS STAND AND
      * AVAILABLE IS REFIGURED.
           05  PRD-ALLOC-QTY            PIC 9(05).
           05  PRD-AVAIL-QTY            PIC 9(05).

       FD  COUNT-REPORT
           RECORDING MODE IS F
              10 TABLE-PRD-STOCK        PIC 9(05).
              10 TABLE-PRD-REORDER      PIC 9(05).
              10 TABLE-PRD-COST         PIC 9(03)V99.
              10 TABLE-PRD-ALLOC        PIC 9(05).

      * RUN COUNTERS AND VARIANCE ARITHMETIC
        01 WS-COUNTS-READ               PIC 9(04) VALUE 0.
                    ELSE
                       MOVE 0 TO TABLE-PRD-COST (WS-PRD-COUNT)
                    END-IF
                    IF PRD-ALLOC-QTY IS NUMERIC
                       MOVE PRD-ALLOC-QTY TO
                            TABLE-PRD-ALLOC (WS-PRD-COUNT)
                    ELSE
                       MOVE 0 TO TABLE-PRD-ALLOC (WS-PRD-COUNT)
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE PRODUCT-FILE.
                 MOVE TABLE-PRD-STOCK (WS-PRD-SUB)   TO PRD-STOCK-QTY
                 MOVE TABLE-PRD-REORDER (WS-PRD-SUB) TO PRD-REORDER-PT
                 MOVE TABLE-PRD-COST (WS-PRD-SUB)    TO PRD-UNIT-COST
                 MOVE TABLE-PRD-ALLOC (WS-PRD-SUB)   TO PRD-ALLOC-QTY
                 IF PRD-ALLOC-QTY > PRD-STOCK-QTY
                    MOVE 0 TO PRD-AVAIL-QTY
                 ELSE
                    COMPUTE PRD-AVAIL-QTY =
                        PRD-STOCK-QTY - PRD-ALLOC-QTY
                 END-IF
                 WRITE PRODUCT-FILE-RECORD
              END-PERFORM
              CLOSE PRODUCT-FILE
