      * PRICE WE SELL AT.  RECEIVING KEEPS IT AS A WEIGHTED AVERAGE;
      * THE SHAPE RUN EXTENDS THE DRAWDOWN AT THIS COST.
           05 FILE-PRODUCT-UNIT-COST    PIC 9(03)V99.
      * MATERIAL RESERVED BY OPEN ORDER LINES (MATALCRB KEEPS IT) AND
      * ON HAND LESS THAT.  NOT KEYED HERE - A CHANGE CARRIES THE
      * RESERVATIONS AND AVAILABLE IS REFIGURED FROM THE NEW STOCK.
           05 FILE-PRODUCT-ALLOC-QTY    PIC 9(05).
           05 FILE-PRODUCT-AVAIL-QTY    PIC 9(05).

       FD  CUSTOMER-LOOKUP-FILE
           RECORDING MODE IS F
      * WORKERS' COMP CLASS CODE CARRIED SO THE RECORD READS IN
      * WHOLE - THE CLASS-CODE WAGE ACCUMULATION LIVES IN PAYRPTRB.
           05  EMP-COMP-CLASS           PIC X(04).
      * W-4 ELECTIONS CARRIED SO THE RECORD READS IN WHOLE - THE
      * PERCENTAGE-METHOD WITHHOLDING ITSELF LIVES IN PAYRPTRB.
           05  EMP-W4-DATA              PIC X(34).
      * PAY TYPE AND SALARY CARRIED SO THE RECORD READS IN WHOLE -
      * SALARIED PAY ITSELF LIVES IN PAYRPTRB.
           05  EMP-SALARY-DATA          PIC X(11).

       FD  CHANGE-LISTING
           RECORDING MODE IS F
              10 TABLE-PRD-STOCK        PIC 9(05).
              10 TABLE-PRD-REORDER      PIC 9(05).
              10 TABLE-PRD-COST         PIC 9(03)V99.
              10 TABLE-PRD-ALLOC        PIC 9(05).
        01 WS-CUS-COUNT                 PIC 9(03) VALUE 0.
        01 WS-CUS-SUB                   PIC 9(03) VALUE 0.
        01 WS-CUS-TABLE.
      * THE SIGNED-ON USER IS STAMPED INTO EVERY CHANGE-LISTING
      * LINE AND THE AUDIT-TRAIL RECORD.
        COPY "SIGNON.cpy".
      * EVERY LOOKUP RECORD THIS RUN ALTERS GOES ON THE MASTER
      * CHANGE JOURNAL FOR FORWARD RECOVERY.
        COPY "CHGJRNL.cpy".

       01  PAGE-HDG-01.
           05 PAGE-HDG-01-CC         PIC X(01) VALUE SPACE.
              OPEN OUTPUT AUDIT-TRAIL-FILE
           END-IF.
           PERFORM 1200-OPERATOR-SIGN-ON.
           MOVE "LKPMNTRB"  TO JRN-PROGRAM-NAME.
           MOVE SGN-USER-ID TO JRN-USER-ID.
           PERFORM 1500-LOAD-LOOKUP-TABLES.
           PERFORM 1600-LOAD-EMPLOYEE-NUMBERS.
           PERFORM 8000-WRITE-HEADINGS.
                    AT END
                       SET END-OF-SALES-LOOKUP TO TRUE
                    NOT AT END
                       MOVE "L" TO JRN-FUNCTION-CODE
                       MOVE "SALESLKP" TO JRN-MASTER-ID
                       MOVE SALES-LOOKUP-FILE-RECORD TO
                            JRN-BEFORE-IMAGE
                       CALL "CHGJRNRB" USING CHGJRNL-PARMS
                       ADD 1 TO WS-SLS-COUNT
                       MOVE FILE-SALES-ID-KEY TO
                            TABLE-SLS-ID (WS-SLS-COUNT)
                    AT END
                       SET END-OF-PRODUCT-LOOKUP TO TRUE
                    NOT AT END
                       MOVE "L" TO JRN-FUNCTION-CODE
                       MOVE "PRODLKP" TO JRN-MASTER-ID
                       MOVE PRODUCT-LOOKUP-FILE-RECORD TO
                            JRN-BEFORE-IMAGE
                       CALL "CHGJRNRB" USING CHGJRNL-PARMS
                       ADD 1 TO WS-PRD-COUNT
                       MOVE FILE-PRODUCT-ID-KEY TO
                            TABLE-PRD-ID (WS-PRD-COUNT)
                       ELSE
                          MOVE 0 TO TABLE-PRD-COST (WS-PRD-COUNT)
                       END-IF
                       IF FILE-PRODUCT-ALLOC-QTY IS NUMERIC
                          MOVE FILE-PRODUCT-ALLOC-QTY TO
                               TABLE-PRD-ALLOC (WS-PRD-COUNT)
                       ELSE
                          MOVE 0 TO TABLE-PRD-ALLOC (WS-PRD-COUNT)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE PRODUCT-LOOKUP-FILE
                    AT END
                       SET END-OF-CUSTOMER-LOOKUP TO TRUE
                    NOT AT END
                       MOVE "L" TO JRN-FUNCTION-CODE
                       MOVE "CUSTLKP" TO JRN-MASTER-ID
                       MOVE CUSTOMER-LOOKUP-FILE-RECORD TO
                            JRN-BEFORE-IMAGE
                       CALL "CHGJRNRB" USING CHGJRNL-PARMS
                       ADD 1 TO WS-CUS-COUNT
                       MOVE FILE-CUSTOMER-ID-KEY TO
                            TABLE-CUS-ID (WS-CUS-COUNT)
                    AT END
                       SET END-OF-XREF-LOOKUP TO TRUE
                    NOT AT END
                       MOVE "L" TO JRN-FUNCTION-CODE
                       MOVE "XREFLKP" TO JRN-MASTER-ID
                       MOVE XREF-LOOKUP-FILE-RECORD TO
                            JRN-BEFORE-IMAGE
                       CALL "CHGJRNRB" USING CHGJRNL-PARMS
                       ADD 1 TO WS-XRF-COUNT
                       MOVE FILE-XREF-EMP-NUMBER-KEY TO
                            TABLE-XRF-EMP (WS-XRF-COUNT)
                 MOVE 0 TO TABLE-PRD-COST (WS-PRD-SUB)
              END-IF
           END-IF.
           IF TRN-ADD
              MOVE 0 TO TABLE-PRD-ALLOC (WS-PRD-SUB)
           END-IF.

       3300-APPLY-CUSTOMER.
           EVALUATE TRUE
              MOVE TABLE-SLS-ID (WS-SLS-SUB)   TO FILE-SALES-ID-KEY
              MOVE TABLE-SLS-NAME (WS-SLS-SUB) TO FILE-SALES-NAME
              WRITE SALES-LOOKUP-FILE-RECORD
              MOVE "W" TO JRN-FUNCTION-CODE
              MOVE "SALESLKP" TO JRN-MASTER-ID
              MOVE SALES-LOOKUP-FILE-RECORD TO JRN-AFTER-IMAGE
              CALL "CHGJRNRB" USING CHGJRNL-PARMS
           END-PERFORM.
           CLOSE SALES-LOOKUP-FILE.
           MOVE "E" TO JRN-FUNCTION-CODE.
           MOVE "SALESLKP" TO JRN-MASTER-ID.
           CALL "CHGJRNRB" USING CHGJRNL-PARMS.
           OPEN OUTPUT PRODUCT-LOOKUP-FILE.
           PERFORM VARYING WS-PRD-SUB FROM 1 BY 1
              UNTIL WS-PRD-SUB > WS-PRD-COUNT
                   FILE-PRODUCT-REORDER-PT
              MOVE TABLE-PRD-COST (WS-PRD-SUB) TO
                   FILE-PRODUCT-UNIT-COST
              MOVE TABLE-PRD-ALLOC (WS-PRD-SUB) TO
                   FILE-PRODUCT-ALLOC-QTY
              IF FILE-PRODUCT-ALLOC-QTY > FILE-PRODUCT-STOCK-QTY
                 MOVE 0 TO FILE-PRODUCT-AVAIL-QTY
              ELSE
                 COMPUTE FILE-PRODUCT-AVAIL-QTY =
                     FILE-PRODUCT-STOCK-QTY - FILE-PRODUCT-ALLOC-QTY
              END-IF
              WRITE PRODUCT-LOOKUP-FILE-RECORD
              MOVE "W" TO JRN-FUNCTION-CODE
              MOVE "PRODLKP" TO JRN-MASTER-ID
              MOVE PRODUCT-LOOKUP-FILE-RECORD TO JRN-AFTER-IMAGE
              CALL "CHGJRNRB" USING CHGJRNL-PARMS
           END-PERFORM.
           CLOSE PRODUCT-LOOKUP-FILE.
           MOVE "E" TO JRN-FUNCTION-CODE.
           MOVE "PRODLKP" TO JRN-MASTER-ID.
           CALL "CHGJRNRB" USING CHGJRNL-PARMS.
           OPEN OUTPUT CUSTOMER-LOOKUP-FILE.
           PERFORM VARYING WS-CUS-SUB FROM 1 BY 1
              UNTIL WS-CUS-SUB > WS-CUS-COUNT
              MOVE TABLE-CUS-ID (WS-CUS-SUB)   TO FILE-CUSTOMER-ID-KEY
              MOVE TABLE-CUS-NAME (WS-CUS-SUB) TO FILE-CUSTOMER-NAME
              WRITE CUSTOMER-LOOKUP-FILE-RECORD
              MOVE "W" TO JRN-FUNCTION-CODE
              MOVE "CUSTLKP" TO JRN-MASTER-ID
              MOVE CUSTOMER-LOOKUP-FILE-RECORD TO JRN-AFTER-IMAGE
              CALL "CHGJRNRB" USING CHGJRNL-PARMS
           END-PERFORM.
           CLOSE CUSTOMER-LOOKUP-FILE.
           MOVE "E" TO JRN-FUNCTION-CODE.
           MOVE "CUSTLKP" TO JRN-MASTER-ID.
           CALL "CHGJRNRB" USING CHGJRNL-PARMS.
           OPEN OUTPUT XREF-LOOKUP-FILE.
           PERFORM VARYING WS-XRF-SUB FROM 1 BY 1
              UNTIL WS-XRF-SUB > WS-XRF-COUNT
              MOVE TABLE-XRF-NAME (WS-XRF-SUB) TO
                   FILE-XREF-PERSON-NAME
              WRITE XREF-LOOKUP-FILE-RECORD
              MOVE "W" TO JRN-FUNCTION-CODE
              MOVE "XREFLKP" TO JRN-MASTER-ID
              MOVE XREF-LOOKUP-FILE-RECORD TO JRN-AFTER-IMAGE
              CALL "CHGJRNRB" USING CHGJRNL-PARMS
           END-PERFORM.
           CLOSE XREF-LOOKUP-FILE.
           MOVE "E" TO JRN-FUNCTION-CODE.
           MOVE "XREFLKP" TO JRN-MASTER-ID.
           CALL "CHGJRNRB" USING CHGJRNL-PARMS.

       9900-WRITE-AUDIT-RECORD.
      * APPEND ONE SUMMARY LINE FOR THIS RUN TO THE SHARED OPERATIONS
