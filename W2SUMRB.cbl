           05  YTD-SSMED                PIC 9(07)V99.
           05  YTD-STATE                PIC 9(07)V99.
           05  YTD-LOCAL                PIC 9(07)V99.
      * SOCIAL SECURITY AND MEDICARE WAGES AND TAX, BOXES 3 THROUGH
      * 6.  A FILE FROM BEFORE THE SPLIT FALLS BACK TO GROSS WAGES
      * AND THE COMBINED YTD-SSMED IN THE SOCIAL SECURITY BOX, THE
      * WAY THE SUMMARY USED TO REPORT IT.
           05  YTD-SS-WAGES             PIC 9(07)V99.
           05  YTD-SS-TAX               PIC 9(07)V99.
           05  YTD-MED-WAGES            PIC 9(07)V99.
           05  YTD-MED-TAX              PIC 9(07)V99.

       FD  EMPLOYEE-MASTER
           RECORDING MODE IS F
           05  EMP-PRENOTE-DATE         PIC X(08).
           05  EMP-LOCALITY             PIC X(04).
           05  EMP-COMP-CLASS           PIC X(04).
           05  EMP-W4-DATA              PIC X(34).
           05  EMP-SALARY-DATA          PIC X(11).

       FD  W2-REPORT
           RECORDING MODE IS F
        01 WS-TOTAL-WITHHELD            pic 9(08)V99 VALUE 0.
        01 WS-TOTAL-NET                 pic 9(08)V99 VALUE 0.
        01 WS-TOTAL-FED                 pic 9(08)V99 VALUE 0.
        01 WS-TOTAL-SS-TAX              pic 9(08)V99 VALUE 0.
        01 WS-TOTAL-MED-TAX             pic 9(08)V99 VALUE 0.
        01 WS-TOTAL-STATE               pic 9(08)V99 VALUE 0.
        01 WS-TOTAL-LOCAL               pic 9(08)V99 VALUE 0.
      * THE CURRENT RECORD'S BUCKETS WITH THE OLD-FILE BLANKS ALREADY
      * TURNED INTO ZEROS:
        01 WS-YTD-FED                   pic 9(07)V99 VALUE 0.
        01 WS-YTD-SSMED                 pic 9(07)V99 VALUE 0.
        01 WS-YTD-SS-WAGES              pic 9(07)V99 VALUE 0.
        01 WS-YTD-SS-TAX                pic 9(07)V99 VALUE 0.
        01 WS-YTD-MED-WAGES             pic 9(07)V99 VALUE 0.
        01 WS-YTD-MED-TAX               pic 9(07)V99 VALUE 0.
        01 WS-YTD-STATE                 pic 9(07)V99 VALUE 0.
        01 WS-YTD-LOCAL                 pic 9(07)V99 VALUE 0.

        01 WS-RW-COUNT                  PIC 9(07) VALUE 0.
        01 WS-EFW2-TOTAL-WAGES          PIC 9(13)V99 VALUE 0.
        01 WS-EFW2-TOTAL-FED            PIC 9(13)V99 VALUE 0.
        01 WS-EFW2-TOTAL-SS-WAGES       PIC 9(13)V99 VALUE 0.
        01 WS-EFW2-TOTAL-SS-TAX         PIC 9(13)V99 VALUE 0.
        01 WS-EFW2-TOTAL-MED-WAGES      PIC 9(13)V99 VALUE 0.
        01 WS-EFW2-TOTAL-MED-TAX        PIC 9(13)V99 VALUE 0.
        01 WS-NO-SSN-COUNT              PIC 9(05) VALUE 0.
      * NAME SPLIT - THE MASTER CARRIES ONE NAME FIELD; EFW2 WANTS
      * FIRST AND LAST SEPARATELY.  FIRST WORD GOES TO FIRST NAME,
           05 FILLER                    PIC X(379) VALUE SPACES.

      * MONEY FIELDS ARE ZERO-FILLED WITH IMPLIED CENTS, PER THE
      * EFW2 SPEC.  SOCIAL SECURITY AND MEDICARE WAGES AND TAX EACH
      * GO IN THEIR OWN FIELDS, STRAIGHT FROM THE YTD MASTER'S SPLIT.
        01 EFW2-RW-RECORD.
           05 FILLER                    PIC X(02) VALUE "RW".
           05 RW-SSN                    PIC X(09).
           05 FILLER                 PIC X(56) VALUE SPACES.
       01  PAGE-HDG-03.
           05 PAGE-HDG-03-CC         PIC X(01) VALUE SPACE.
           05 FILLER                 PIC X(08) VALUE SPACES.
           05 FILLER                 PIC X(08) VALUE "EMP. NUM".
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 FILLER                 PIC X(20) VALUE "EMPLOYEE NAME".
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 FILLER                 PIC X(10) VALUE "     GROSS".
           05 FILLER                 PIC X(13) VALUE "      FEDERAL".
           05 FILLER                 PIC X(13) VALUE "      SOC SEC".
           05 FILLER                 PIC X(13) VALUE "     MEDICARE".
           05 FILLER                 PIC X(13) VALUE "        STATE".
           05 FILLER                 PIC X(13) VALUE "        LOCAL".
           05 FILLER                 PIC X(13) VALUE "          NET".
           05 FILLER                 PIC X(03) VALUE SPACES.
           05 DTL-YTD-FED            PIC $ZZ,ZZ9.99.
           05 FILLER                 PIC X(03) VALUE SPACES.
           05 DTL-YTD-SS-TAX         PIC $ZZ,ZZ9.99.
           05 FILLER                 PIC X(03) VALUE SPACES.
           05 DTL-YTD-MED-TAX        PIC $ZZ,ZZ9.99.
           05 FILLER                 PIC X(03) VALUE SPACES.
           05 DTL-YTD-STATE          PIC $ZZ,ZZ9.99.
           05 FILLER                 PIC X(03) VALUE SPACES.
           05 FILLER                 PIC X(03) VALUE SPACES.
           05 TOTAL-FED              PIC $ZZ,ZZ9.99.
           05 FILLER                 PIC X(03) VALUE SPACES.
           05 TOTAL-SS-TAX           PIC $ZZ,ZZ9.99.
           05 FILLER                 PIC X(03) VALUE SPACES.
           05 TOTAL-MED-TAX          PIC $ZZ,ZZ9.99.
           05 FILLER                 PIC X(03) VALUE SPACES.
           05 TOTAL-STATE            PIC $ZZ,ZZ9.99.
           05 FILLER                 PIC X(03) VALUE SPACES.
           ELSE
              MOVE 0 TO WS-YTD-SSMED
           END-IF.
           IF YTD-SS-WAGES IS NUMERIC AND YTD-MED-TAX IS NUMERIC
              MOVE YTD-SS-WAGES  TO WS-YTD-SS-WAGES
              MOVE YTD-SS-TAX    TO WS-YTD-SS-TAX
              MOVE YTD-MED-WAGES TO WS-YTD-MED-WAGES
              MOVE YTD-MED-TAX   TO WS-YTD-MED-TAX
           ELSE
              MOVE YTD-GROSS     TO WS-YTD-SS-WAGES
                                    WS-YTD-MED-WAGES
              MOVE WS-YTD-SSMED  TO WS-YTD-SS-TAX
              MOVE 0             TO WS-YTD-MED-TAX
           END-IF.
           IF YTD-STATE IS NUMERIC
              MOVE YTD-STATE TO WS-YTD-STATE
           ELSE
           MOVE WS-EMP-DEPT         TO DTL-EMP-DEPT.
           MOVE YTD-GROSS           TO DTL-YTD-GROSS.
           MOVE WS-YTD-FED          TO DTL-YTD-FED.
           MOVE WS-YTD-SS-TAX       TO DTL-YTD-SS-TAX.
           MOVE WS-YTD-MED-TAX      TO DTL-YTD-MED-TAX.
           MOVE WS-YTD-STATE        TO DTL-YTD-STATE.
           MOVE WS-YTD-LOCAL        TO DTL-YTD-LOCAL.
           MOVE YTD-NET             TO DTL-YTD-NET.
           compute WS-TOTAL-WITHHELD = WS-TOTAL-WITHHELD + YTD-WITHHELD.
           compute WS-TOTAL-NET      = WS-TOTAL-NET + YTD-NET.
           compute WS-TOTAL-FED      = WS-TOTAL-FED + WS-YTD-FED.
           compute WS-TOTAL-SS-TAX   = WS-TOTAL-SS-TAX + WS-YTD-SS-TAX.
           compute WS-TOTAL-MED-TAX  = WS-TOTAL-MED-TAX
                                     + WS-YTD-MED-TAX.
           compute WS-TOTAL-STATE    = WS-TOTAL-STATE + WS-YTD-STATE.
           compute WS-TOTAL-LOCAL    = WS-TOTAL-LOCAL + WS-YTD-LOCAL.

           MOVE WS-EMP-CITY    TO RW-CITY.
           MOVE WS-EMP-STATE   TO RW-STATE.
           MOVE WS-EMP-ZIP     TO RW-ZIP.
           MOVE YTD-GROSS        TO RW-WAGES.
           MOVE WS-YTD-SS-WAGES  TO RW-SS-WAGES.
           MOVE WS-YTD-MED-WAGES TO RW-MEDICARE-WAGES.
           MOVE WS-YTD-FED       TO RW-FED-TAX.
           MOVE WS-YTD-SS-TAX    TO RW-SS-TAX.
           MOVE WS-YTD-MED-TAX   TO RW-MEDICARE-TAX.
           ADD 1 TO WS-RW-COUNT.
           ADD YTD-GROSS        TO WS-EFW2-TOTAL-WAGES.
           ADD WS-YTD-FED       TO WS-EFW2-TOTAL-FED.
           ADD WS-YTD-SS-WAGES  TO WS-EFW2-TOTAL-SS-WAGES.
           ADD WS-YTD-SS-TAX    TO WS-EFW2-TOTAL-SS-TAX.
           ADD WS-YTD-MED-WAGES TO WS-EFW2-TOTAL-MED-WAGES.
           ADD WS-YTD-MED-TAX   TO WS-EFW2-TOTAL-MED-TAX.
           WRITE EFW2-RECORD FROM EFW2-RW-RECORD.

       5600-WRITE-EFW2-RT.
      * PAPER NUMBERS ARE ACCUMULATED INDEPENDENTLY AND MAY NEVER
      * DISAGREE.
           MOVE WS-RW-COUNT         TO RT-RW-COUNT.
           MOVE WS-EFW2-TOTAL-WAGES     TO RT-TOTAL-WAGES.
           MOVE WS-EFW2-TOTAL-SS-WAGES  TO RT-TOTAL-SS-WAGES.
           MOVE WS-EFW2-TOTAL-MED-WAGES TO RT-TOTAL-MEDICARE-WAGES.
           MOVE WS-EFW2-TOTAL-FED       TO RT-TOTAL-FED-TAX.
           MOVE WS-EFW2-TOTAL-SS-TAX    TO RT-TOTAL-SS-TAX.
           MOVE WS-EFW2-TOTAL-MED-TAX   TO RT-TOTAL-MEDICARE-TAX.
           WRITE EFW2-RECORD FROM EFW2-RT-RECORD.
           IF WS-EFW2-TOTAL-WAGES NOT = WS-TOTAL-GROSS
              OR WS-EFW2-TOTAL-FED NOT = WS-TOTAL-FED
              OR WS-EFW2-TOTAL-SS-TAX NOT = WS-TOTAL-SS-TAX
              OR WS-EFW2-TOTAL-MED-TAX NOT = WS-TOTAL-MED-TAX
              DISPLAY "W2SUMRB: EFW2 RT TOTALS DO NOT MATCH THE "
                  "PRINTED SUMMARY - DO NOT TRANSMIT"
              MOVE 8 TO RETURN-CODE
       9000-CREATE-REPORT-TOTAL-LINE.
           MOVE WS-TOTAL-GROSS    TO TOTAL-GROSS.
           MOVE WS-TOTAL-FED      TO TOTAL-FED.
           MOVE WS-TOTAL-SS-TAX   TO TOTAL-SS-TAX.
           MOVE WS-TOTAL-MED-TAX  TO TOTAL-MED-TAX.
           MOVE WS-TOTAL-STATE    TO TOTAL-STATE.
           MOVE WS-TOTAL-LOCAL    TO TOTAL-LOCAL.
           MOVE WS-TOTAL-NET      TO TOTAL-NET.
