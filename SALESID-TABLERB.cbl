001600* COMMISSION ON NET, THE PRINTED SUMMARY REPORT, ACCOUNTING
001700* PERIODS WITH THE SALESSUM-PERIOD FILTER, AND THE QUOTA
001800* ATTAINMENT SECTION.
001810* OPS-COMMISSION-BASIS=COLLECTED PAYS COMMISSION ON CASH
001820* COLLECTED INSTEAD OF ON BOOKINGS: NO COMMISSION RECORDS ARE
001830* WRITTEN HERE AND COMCOLRB, RUN NEXT, EARNS THE PERIOD'S
001840* COMMISSION FROM THE CASH HISTORY INTO THE SAME FILE.
001900 ENVIRONMENT DIVISION.
002000 CONFIGURATION SECTION.
002100 INPUT-OUTPUT SECTION.
011100    05 COMMISSION-NAME-OUT       PIC X(15).
011200    05 COMMISSION-SALES-AMT-OUT  PIC 9(06)V99.
011300    05 COMMISSION-AMT-OUT        PIC 9(06)V99.
011310* BLANK FOR COMMISSION EARNED, C FOR A CHARGEBACK (COMCOLRB).
011320    05 COMMISSION-TYPE-OUT       PIC X(01).
011400
011500 FD  CROSSTAB-FILE-OUT
011600     RECORDING MODE IS F
023000    05 WS-DATE-REJECTED         PIC 9(05) VALUE 0.
023100    05 WS-OUT-OF-PERIOD         PIC 9(05) VALUE 0.
023200    05 WS-COMMISSION-PCT        PIC 9V999 VALUE 0.050.
023210    05 WS-COMMISSION-BASIS      PIC X(09) VALUE "BOOKED".
023220       88 COMMISSION-ON-BOOKINGS      VALUE "BOOKED".
023230       88 COMMISSION-ON-COLLECTIONS   VALUE "COLLECTED".
023300
023400* CONTROL-BREAK HOLD AREAS FOR THE SEQUENTIAL SUMMARY PASSES:
023500 01 WS-BREAK-FIELDS.
043300        DISPLAY "SALESSUM: REPORTING PERIOD " WS-PERIOD-FILTER
043400            " ONLY"
043500     END-IF.
043510     ACCEPT WS-COMMISSION-BASIS FROM ENVIRONMENT
043520            "OPS-COMMISSION-BASIS".
043530     IF NOT COMMISSION-ON-COLLECTIONS
043540        MOVE "BOOKED" TO WS-COMMISSION-BASIS
043550     ELSE
043560        DISPLAY "SALESSUM: COMMISSION PAYS ON COLLECTIONS - "
043570            "SEE COMCOLRB"
043580     END-IF.
043600     PERFORM 0200-LOAD-QUOTA-MASTER.
043700     MOVE WS-RUN-DATE TO RPT-HDG-02-DATE.
043800     PERFORM 3710-WRITE-RPT-HEADINGS.
070000* SUMMARY, COMMISSION (PAID ON NET), AND PRINT SECTION IN ONE
070100* PASS OVER IT.
070200     MOVE "RANKED SALESPERSON SUMMARY" TO RPT-SEC-TITLE.
070210     IF COMMISSION-ON-COLLECTIONS
070220        MOVE "RANKED SALESPERSON SUMMARY - COMMISSION ON CASH"
070230          TO RPT-SEC-TITLE
070240     END-IF.
070300     PERFORM 3715-WRITE-SECTION-HDG.
070400     write SALES-PRINT-RECORD from RPT-SALES-COL-LINE
070500       after advancing 01 lines.
073500* COMMISSION PAYS ON NET (SALES LESS RETURNS), NOT GROSS:
073600     COMPUTE COMMISSION-AMT-OUT =
073700         RNK-NET * WS-COMMISSION-PCT.
073710     MOVE SPACE TO COMMISSION-TYPE-OUT.
073720* ON THE COLLECTED BASIS NOTHING IS EARNED UNTIL THE CASH IS IN:
073730     IF COMMISSION-ON-COLLECTIONS
073740        MOVE 0 TO COMMISSION-AMT-OUT
073750     ELSE
073800        WRITE COMMISSION-RECORD-OUT
073810     END-IF.
073900     MOVE RNK-ID TO RPT-SDTL-ID.
074000     MOVE WS-SALES-NAME TO RPT-SDTL-NAME.
074100     MOVE RNK-GROSS TO RPT-SDTL-GROSS.
074200     MOVE RNK-RETURNS TO RPT-SDTL-RETURNS.
074300     MOVE RNK-NET TO RPT-SDTL-NET.
074400     MOVE COMMISSION-AMT-OUT TO RPT-SDTL-COMMISSION.
074600     write SALES-PRINT-RECORD from RPT-SALES-DETAIL
074700       after advancing 01 lines.
074800     PERFORM 3730-COUNT-RPT-LINE.
