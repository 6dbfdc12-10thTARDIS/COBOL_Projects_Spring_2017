      *BY LKPMNTRB, AVERAGED UP BY RECEIVING, SPENT BY THE SHAPE
      *RUN'S COST-OF-GOODS POSTING.  NOT RETURNED BY THE LOOKUP.
          05 FILE-PRODUCT-UNIT-COST         PIC 9(03)V99.
      *ALLOCATED AND AVAILABLE QUANTITIES - KEPT BY MATALCRB AS OPEN
      *ORDERS RESERVE MATERIAL.  NOT RETURNED BY THE LOOKUP.
          05 FILE-PRODUCT-ALLOC-QTY         PIC 9(05).
          05 FILE-PRODUCT-AVAIL-QTY         PIC 9(05).

       FD  CUSTOMER-LOOKUP-FILE
           RECORDING MODE IS F
