           05  QTD-SSMED                PIC 9(07)V99.
           05  QTD-STATE                PIC 9(07)V99.
           05  QTD-LOCAL                PIC 9(07)V99.
      * SOCIAL SECURITY AND MEDICARE SEPARATELY FOR 941 LINES 5A, 5C
      * AND 5D.  A RECORD WRITTEN BEFORE THE SPLIT READS IN SHORT AND
      * ONLY COUNTS TOWARD THE COMBINED QTD-SSMED LINE.
           05  QTD-SS-WAGES             PIC 9(07)V99.
           05  QTD-SS-TAX               PIC 9(07)V99.
           05  QTD-MED-WAGES            PIC 9(07)V99.
           05  QTD-MED-TAX              PIC 9(07)V99.
           05  QTD-ADDL-MED-WAGES       PIC 9(07)V99.

       FD  QTR-REPORT
           RECORDING MODE IS F
           05 TABLE-QTR-SSMED           PIC 9(09)V99.
           05 TABLE-QTR-STATE           PIC 9(09)V99.
           05 TABLE-QTR-LOCAL           PIC 9(09)V99.
           05 TABLE-QTR-SS-WAGES        PIC 9(09)V99.
           05 TABLE-QTR-SS-TAX          PIC 9(09)V99.
           05 TABLE-QTR-MED-WAGES       PIC 9(09)V99.
           05 TABLE-QTR-MED-TAX         PIC 9(09)V99.
           05 TABLE-QTR-ADDL-MED-WAGES  PIC 9(09)V99.
        01 WS-QTR-DEPOSIT               PIC 9(09)V99 VALUE 0.

      * QUARTER-CLOSE CONTROL - SET FROM THE ENVIRONMENT.  ZERO MEANS
        01 WS-QTD-TABLE.
           05 QTD-TABLE-ENTRY OCCURS 0 TO 20000 TIMES
                 DEPENDING ON WS-QTD-COUNT.
              10 TABLE-QTD-RECORD       PIC X(106).

        01 WS-RUN-DATE                  PIC X(08).
        01 WS-RUN-TIME                  PIC 9(08) VALUE 0.
              MOVE 0 TO TABLE-QTR-SSMED (WS-QTR-SUB)
              MOVE 0 TO TABLE-QTR-STATE (WS-QTR-SUB)
              MOVE 0 TO TABLE-QTR-LOCAL (WS-QTR-SUB)
              MOVE 0 TO TABLE-QTR-SS-WAGES (WS-QTR-SUB)
              MOVE 0 TO TABLE-QTR-SS-TAX (WS-QTR-SUB)
              MOVE 0 TO TABLE-QTR-MED-WAGES (WS-QTR-SUB)
              MOVE 0 TO TABLE-QTR-MED-TAX (WS-QTR-SUB)
              MOVE 0 TO TABLE-QTR-ADDL-MED-WAGES (WS-QTR-SUB)
           END-PERFORM.
           PERFORM 8000-WRITE-HEADINGS.

              ADD QTD-SSMED   TO TABLE-QTR-SSMED (QTD-QUARTER)
              ADD QTD-STATE   TO TABLE-QTR-STATE (QTD-QUARTER)
              ADD QTD-LOCAL   TO TABLE-QTR-LOCAL (QTD-QUARTER)
              IF QTD-ADDL-MED-WAGES IS NUMERIC
                 ADD QTD-SS-WAGES  TO TABLE-QTR-SS-WAGES (QTD-QUARTER)
                 ADD QTD-SS-TAX    TO TABLE-QTR-SS-TAX (QTD-QUARTER)
                 ADD QTD-MED-WAGES TO TABLE-QTR-MED-WAGES (QTD-QUARTER)
                 ADD QTD-MED-TAX   TO TABLE-QTR-MED-TAX (QTD-QUARTER)
                 ADD QTD-ADDL-MED-WAGES
                   TO TABLE-QTR-ADDL-MED-WAGES (QTD-QUARTER)
              END-IF
           END-IF.
           IF WS-QTD-COUNT = 20000
              DISPLAY "QTRSUMRB: QTD TABLE CEILING (20000) REACHED "
       7000-CREATE-QUARTER-SECTIONS.
      * ONE SECTION PER QUARTER WITH ACTIVITY, IN THE SHAPE THE 941
      * WORKSHEET WANTS: WAGES, TAXABLE WAGES, FEDERAL INCOME TAX
      * WITHHELD, SOCIAL SECURITY AND MEDICARE WAGES AND TAX ON THEIR
      * OWN LINES (5A, 5C, 5D), THE COMBINED SS/MEDICARE, AND THE
      * TOTAL FEDERAL DEPOSIT (FED PLUS SS/MED), WITH STATE AND LOCAL
      * SHOWN FOR THE STATE COUPONS.
           PERFORM VARYING WS-QTR-SUB FROM 1 BY 1
              UNTIL WS-QTR-SUB > 4
              IF TABLE-QTR-EMP-COUNT (WS-QTR-SUB) > 0
                   AFTER ADVANCING 01 LINES
                 MOVE "FEDERAL INCOME TAX WITHHELD" TO QTR-AMT-LABEL
                 MOVE TABLE-QTR-FED (WS-QTR-SUB) TO QTR-AMT-VALUE
                 WRITE QTR-REPORT-RECORD FROM QTR-AMOUNT-LINE
                   AFTER ADVANCING 01 LINES
                 MOVE "SOCIAL SECURITY WAGES (5A)" TO QTR-AMT-LABEL
                 MOVE TABLE-QTR-SS-WAGES (WS-QTR-SUB) TO QTR-AMT-VALUE
                 WRITE QTR-REPORT-RECORD FROM QTR-AMOUNT-LINE
                   AFTER ADVANCING 01 LINES
                 MOVE "SOCIAL SECURITY TAX WITHHELD" TO QTR-AMT-LABEL
                 MOVE TABLE-QTR-SS-TAX (WS-QTR-SUB) TO QTR-AMT-VALUE
                 WRITE QTR-REPORT-RECORD FROM QTR-AMOUNT-LINE
                   AFTER ADVANCING 01 LINES
                 MOVE "MEDICARE WAGES (5C)" TO QTR-AMT-LABEL
                 MOVE TABLE-QTR-MED-WAGES (WS-QTR-SUB) TO QTR-AMT-VALUE
                 WRITE QTR-REPORT-RECORD FROM QTR-AMOUNT-LINE
                   AFTER ADVANCING 01 LINES
                 MOVE "MEDICARE TAX WITHHELD" TO QTR-AMT-LABEL
                 MOVE TABLE-QTR-MED-TAX (WS-QTR-SUB) TO QTR-AMT-VALUE
                 WRITE QTR-REPORT-RECORD FROM QTR-AMOUNT-LINE
                   AFTER ADVANCING 01 LINES
                 MOVE "ADDITIONAL MEDICARE WAGES (5D)"
                   TO QTR-AMT-LABEL
                 MOVE TABLE-QTR-ADDL-MED-WAGES (WS-QTR-SUB)
                   TO QTR-AMT-VALUE
                 WRITE QTR-REPORT-RECORD FROM QTR-AMOUNT-LINE
                   AFTER ADVANCING 01 LINES
                 MOVE "SOCIAL SECURITY/MEDICARE WITHHELD"
