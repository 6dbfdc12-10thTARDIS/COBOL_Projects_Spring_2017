      * CORRECTING FROM A STALE PRINTOUT.
      *
      * BOX CODES: GROSS / FED / SSMED / STATE / LOCAL / WTHLD / NET
      *            SSWAG / SSTAX / MDWAG / MDTAX  (W-2 BOXES 3 - 6)
      * A CORRECTION TO SSTAX OR MDTAX CARRIES THE SAME DIFFERENCE
      * INTO THE COMBINED SSMED FIGURE SO THE TWO STAY IN STEP.
      *
      * EVERY APPLIED CORRECTION IS ALSO APPENDED TO THE W-2C EXTRACT
      * (BOX, OLD AND NEW AMOUNT, AND THE CORRECTED RECORD) SO W2PRTRB
      * CAN PRINT THE EMPLOYEE'S W-2C COPIES IN THE W-2 LAYOUT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                 WS-CORRECTIONS-IN-PATH
             organization is line sequential
             file status is WS-CORRECTIONS-IN-STATUS.
           SELECT W2C-EXTRACT ASSIGN DYNAMIC
                 WS-W2C-EXTRACT-PATH
             organization is line sequential
             file status is WS-W2C-EXTRACT-STATUS.
           SELECT CORRECTIONS-REGISTER
             ASSIGN DYNAMIC WS-CORR-REGISTER-PATH
             organization is LINE sequential
           05  YTD-SSMED                PIC 9(07)V99.
           05  YTD-STATE                PIC 9(07)V99.
           05  YTD-LOCAL                PIC 9(07)V99.
      * SOCIAL SECURITY / MEDICARE SPLIT.  A YEAR CLOSED BEFORE THE
      * SPLIT WAS CARRIED HAS SPACES HERE - THOSE BOXES CANNOT BE
      * CORRECTED ON IT.
           05  YTD-SS-WAGES             PIC 9(07)V99.
           05  YTD-SS-TAX               PIC 9(07)V99.
           05  YTD-MED-WAGES            PIC 9(07)V99.
           05  YTD-MED-TAX              PIC 9(07)V99.

       FD  CORRECTIONS-IN
           RECORDING MODE IS F
           05  FILLER                   PIC X(01).
           05  CORR-REASON              PIC X(25).

       FD  W2C-EXTRACT
           RECORDING MODE IS F
           DATA RECORD IS W2C-EXTRACT-RECORD.
      * ONE ROW PER APPLIED CORRECTION, WAITING FOR W2PRTRB TO PRINT
      * THE W-2C.  THE YTD IMAGE IS THE RECORD AS CORRECTED.
       01 W2C-EXTRACT-RECORD.
           05  W2C-TAX-YEAR             PIC X(04).
           05  W2C-EMP-NUMBER           PIC X(06).
           05  W2C-BOX                  PIC X(05).
           05  W2C-OLD-AMOUNT           PIC 9(07)V99.
           05  W2C-NEW-AMOUNT           PIC 9(07)V99.
           05  W2C-YTD-IMAGE            PIC X(116).

       FD  CORRECTIONS-REGISTER
           RECORDING MODE IS F
           DATA RECORD IS CORR-REGISTER-RECORD.
                VALUE "C:\Users\Ryan\Desktop\W2CORR.txt".
           05 WS-CORR-REGISTER-PATH     PIC X(80)
                VALUE "C:\Users\Ryan\Desktop\W2CORR.rpt".
           05 WS-W2C-EXTRACT-PATH       PIC X(80)
                VALUE "C:\Users\Ryan\Desktop\W2CEXTR.DAT".
           05 WS-AUDIT-TRAIL-PATH       PIC X(80)
                VALUE "C:\Users\Ryan\Desktop\OPS-AUDIT-TRAIL.LOG".
           05 WS-ENV-PATH-OVERRIDE      PIC X(80).
            ==STATUS-OK==      BY ==CORRECTIONS-IN-SUCCESSFUL==
            ==STATUS-EOF==     BY ==END-OF-CORRECTIONS-IN==
            ==STATUS-INVALID== BY ==INVALID-VALUE-IN-FILE==.
        01 WS-W2C-EXTRACT-STATUS        pic X(02).
           88 GOOD-W2C-EXTRACT-WRITE       VALUE "00".
        01 WS-CORR-REGISTER-STATUS      pic X(02).
           88 GOOD-REGISTER-WRITE          VALUE "00".
        01 WS-AUDIT-TRAIL-STATUS        pic X(02).

           close YTD-ARCHIVE
                 CORRECTIONS-IN
                 W2C-EXTRACT
                 CORRECTIONS-REGISTER
                 AUDIT-TRAIL-FILE.

           IF WS-ENV-PATH-OVERRIDE NOT = SPACES
              MOVE WS-ENV-PATH-OVERRIDE TO WS-CORR-REGISTER-PATH
           END-IF.
           ACCEPT WS-ENV-PATH-OVERRIDE FROM ENVIRONMENT
                  "W2CORRRB-W2C-EXTRACT".
           IF WS-ENV-PATH-OVERRIDE NOT = SPACES
              MOVE WS-ENV-PATH-OVERRIDE TO WS-W2C-EXTRACT-PATH
           END-IF.
           ACCEPT WS-ENV-PATH-OVERRIDE FROM ENVIRONMENT
                  "W2CORRRB-AUDIT-TRAIL-FILE".
           IF WS-ENV-PATH-OVERRIDE NOT = SPACES
              GOBACK
           END-IF.
           OPEN OUTPUT CORRECTIONS-REGISTER.
      * THE EXTRACT ACCUMULATES UNTIL W2PRTRB PRINTS AND EMPTIES IT.
           OPEN EXTEND W2C-EXTRACT.
           IF NOT GOOD-W2C-EXTRACT-WRITE
              CLOSE W2C-EXTRACT
              OPEN OUTPUT W2C-EXTRACT
           END-IF.
           OPEN EXTEND AUDIT-TRAIL-FILE.
           IF NOT GOOD-AUDIT-TRAIL-WRITE
              CLOSE AUDIT-TRAIL-FILE
              MOVE "APPLIED" TO DTL-RESULT
              PERFORM 7000-LIST-CORRECTION
              PERFORM 7100-LIST-CORRECTED-W2
              PERFORM 7200-WRITE-W2C-EXTRACT
           ELSE
              ADD 1 TO WS-CORRECTIONS-REJECTED
              MOVE WS-REJECT-REASON TO DTL-RESULT
              WHEN "LOCAL" MOVE YTD-LOCAL    TO WS-BOX-VALUE
              WHEN "WTHLD" MOVE YTD-WITHHELD TO WS-BOX-VALUE
              WHEN "NET  " MOVE YTD-NET      TO WS-BOX-VALUE
              WHEN "SSWAG" MOVE YTD-SS-WAGES TO WS-BOX-VALUE
              WHEN "SSTAX" MOVE YTD-SS-TAX   TO WS-BOX-VALUE
              WHEN "MDWAG" MOVE YTD-MED-WAGES TO WS-BOX-VALUE
              WHEN "MDTAX" MOVE YTD-MED-TAX  TO WS-BOX-VALUE
              WHEN OTHER
                 MOVE "UNKNOWN BOX CODE" TO WS-REJECT-REASON
           END-EVALUATE.
           IF (CORR-BOX = "SSWAG" OR "SSTAX" OR "MDWAG" OR "MDTAX")
              AND YTD-MED-TAX NOT NUMERIC
              MOVE "BOX NOT CARRIED FOR THIS YEAR" TO WS-REJECT-REASON
           END-IF.

       3400-PUT-BOX-VALUE.
           EVALUATE CORR-BOX
              WHEN "LOCAL" MOVE CORR-NEW-AMOUNT TO YTD-LOCAL
              WHEN "WTHLD" MOVE CORR-NEW-AMOUNT TO YTD-WITHHELD
              WHEN "NET  " MOVE CORR-NEW-AMOUNT TO YTD-NET
              WHEN "SSWAG" MOVE CORR-NEW-AMOUNT TO YTD-SS-WAGES
              WHEN "SSTAX"
                 COMPUTE YTD-SSMED = YTD-SSMED - YTD-SS-TAX
                                   + CORR-NEW-AMOUNT
                 MOVE CORR-NEW-AMOUNT TO YTD-SS-TAX
              WHEN "MDWAG" MOVE CORR-NEW-AMOUNT TO YTD-MED-WAGES
              WHEN "MDTAX"
                 COMPUTE YTD-SSMED = YTD-SSMED - YTD-MED-TAX
                                   + CORR-NEW-AMOUNT
                 MOVE CORR-NEW-AMOUNT TO YTD-MED-TAX
           END-EVALUATE.

       7000-LIST-CORRECTION.
           write CORR-REGISTER-RECORD from DETAIL-LINE-W2
             after advancing 01 lines.

       7200-WRITE-W2C-EXTRACT.
           MOVE WS-TAX-YEAR       TO W2C-TAX-YEAR.
           MOVE CORR-EMP-NUMBER   TO W2C-EMP-NUMBER.
           MOVE CORR-BOX          TO W2C-BOX.
           MOVE CORR-OLD-AMOUNT   TO W2C-OLD-AMOUNT.
           MOVE CORR-NEW-AMOUNT   TO W2C-NEW-AMOUNT.
           MOVE YTD-MASTER-RECORD TO W2C-YTD-IMAGE.
           WRITE W2C-EXTRACT-RECORD.

       8000-WRITE-HEADINGS.
           add 1 to WS-PAGE-COUNT.
           move WS-PAGE-COUNT TO PAGE-HDG-01-PAGE.
