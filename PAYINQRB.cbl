           05  PH-EMP-DEDUCTIONS        PIC X(01).
           05  PH-EMP-PRETAX            PIC 9(03)V99.
           05  PH-EMP-POSTTAX           PIC 9(03)V99.
           05  PH-EMP-GROSS             PIC 9(06)V99.
           05  PH-EMP-SSN-MED           PIC 9(06)V99.
           05  PH-EMP-STATE             PIC 9(06)V99.
           05  PH-EMP-LOCAL             PIC 9(06)V99.
           05  PH-EMP-FED               PIC 9(06)V99.
           05  PH-EMP-NET               PIC 9(06)V99.
           05  PH-TRAN-TYPE             PIC X(01).
           05  PH-ADJ-SIGN              PIC X(01).
           05  PH-ADJ-AMOUNT            PIC 9(05)V99.
      * WHOLE - NOT SHOWN ON THE INQUIRY.
           05  PH-EMP-DIF-HOURS         PIC X(04).
           05  PH-EMP-DIF-RATE          PIC X(03).
           05  PH-EMP-SS-TAX            PIC X(08).
           05  PH-EMP-MED-TAX           PIC X(08).

       FD  INQUIRY-LISTING
           RECORDING MODE IS F
           05 HIT-TABLE-ENTRY OCCURS 0 TO 2000 TIMES
                 DEPENDING ON WS-HIT-COUNT.
              10 TABLE-HIT-SORT-KEY     PIC X(14).
              10 TABLE-HIT-RECORD       PIC X(135).
        01 WS-HOLD-ENTRY.
           05 WS-HOLD-SORT-KEY          PIC X(14).
           05 WS-HOLD-RECORD            PIC X(135).

        01 WS-RECORDS-READ              PIC 9(06) VALUE 0.
        01 WS-TOTAL-GROSS               PIC 9(07)V99 VALUE 0.
           05 FILLER                 PIC X(10) VALUE "RUN DATE  ".
           05 FILLER                 PIC X(03) VALUE "TT ".
           05 FILLER                 PIC X(11) VALUE "      GROSS".
           05 FILLER                 PIC X(12) VALUE "      SS/MED".
           05 FILLER                 PIC X(12) VALUE "       STATE".
           05 FILLER                 PIC X(12) VALUE "       LOCAL".
           05 FILLER                 PIC X(12) VALUE "     FEDERAL".
           05 FILLER                 PIC X(12) VALUE "         NET".

       01  DETAIL-LINE-INQUIRY.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 DTL-TRAN-TYPE          PIC X(01).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 DTL-GROSS              PIC $ZZZ,ZZ9.99.
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 DTL-SSN-MED            PIC $ZZZ,ZZ9.99.
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 DTL-STATE              PIC $ZZZ,ZZ9.99.
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 DTL-LOCAL              PIC $ZZZ,ZZ9.99.
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 DTL-FED                PIC $ZZZ,ZZ9.99.
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 DTL-NET                PIC $ZZZ,ZZ9.99.

       01  DETAIL-LINE-LINE.
           05 FILLER                 PIC X(10) VALUE SPACES.
           ADD PH-EMP-NET      TO WS-TOTAL-NET.
           write INQUIRY-LISTING-RECORD from DETAIL-LINE-INQUIRY
             after advancing 01 lines.
           DISPLAY DETAIL-LINE-INQUIRY (11:94).
