      * SET ACAMSRRB-MONTHS FOR THE MEASUREMENT PERIOD LENGTH
      * (DEFAULT 12) AND ACAMSRRB-END-DATE (CCYYMMDD, DEFAULT RUN
      * DATE) FOR WHERE THE LOOKBACK ENDS.
      *
      * EVERY DETERMINATION IS ALSO WRITTEN TO THE DETERMINATION
      * FILE (ACAFTDET.DAT) - THE YEAR-END 1095-C RUN (ACAFRMRB)
      * TAKES ITS FULL-TIME EMPLOYEES FROM THERE.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
             ASSIGN DYNAMIC WS-MEASURE-REPORT-PATH
             organization is LINE sequential
             file status is WS-MEASURE-REPORT-STATUS.
           SELECT DETERMINATION-FILE ASSIGN DYNAMIC
                 WS-DETERMINATION-PATH
             organization is line sequential
             file status is WS-DETERMINATION-STATUS.
           SELECT AUDIT-TRAIL-FILE ASSIGN DYNAMIC
                 WS-AUDIT-TRAIL-PATH
             organization is line sequential
      * SPLIT) - THE SEQUENCE BYTES KEEP THEM BOTH, THE WAY THE OLD
      * FLAT FILE DID.
               10 PH-KEY-SEQ            PIC X(02).
           05  PH-REC-REST              PIC X(113).

       FD  EMPLOYEE-MASTER
           RECORDING MODE IS F
           05  EMP-PRENOTE-DATE         PIC X(08).
           05  EMP-LOCALITY             PIC X(04).
           05  EMP-COMP-CLASS           PIC X(04).
           05  EMP-W4-DATA              PIC X(34).
           05  EMP-SALARY-DATA          PIC X(11).

       FD  MEASURE-REPORT
           RECORDING MODE IS F
           DATA RECORD IS MEASURE-REPORT-RECORD.
       01 MEASURE-REPORT-RECORD          PIC X(133).

      * ONE ROW PER EMPLOYEE MEASURED.
       FD  DETERMINATION-FILE
           RECORDING MODE IS F
           DATA RECORD IS DETERMINATION-RECORD.
       01 DETERMINATION-RECORD.
           05  DET-EMP-NUMBER           PIC X(06).
           05  DET-FULL-TIME            PIC X(01).
           05  DET-INITIAL              PIC X(01).
           05  DET-AVG-WEEKLY           PIC 9(03)V99.
           05  DET-START-DATE           PIC 9(08).
           05  DET-END-DATE             PIC 9(08).

       FD  AUDIT-TRAIL-FILE
           RECORDING MODE IS F
           DATA RECORD IS AUDIT-TRAIL-RECORD.
                VALUE "C:\Users\Ryan\Desktop\EMPLOYEE-MASTER.DAT".
           05 WS-MEASURE-REPORT-PATH    PIC X(80)
                VALUE "C:\Users\Ryan\Desktop\ACAMEASURE.rpt".
           05 WS-DETERMINATION-PATH     PIC X(80)
                VALUE "C:\Users\Ryan\Desktop\ACAFTDET.DAT".
           05 WS-AUDIT-TRAIL-PATH       PIC X(80)
                VALUE "C:\Users\Ryan\Desktop\OPS-AUDIT-TRAIL.LOG".
           05 WS-ENV-PATH-OVERRIDE      PIC X(80).
           88 END-OF-EMPLOYEE-MASTER       VALUE "10".
        01 WS-MEASURE-REPORT-STATUS     pic X(02).
           88 GOOD-MEASURE-REPORT          VALUE "00".
        01 WS-DETERMINATION-STATUS      pic X(02).
           88 GOOD-DETERMINATION-WRITE     VALUE "00".
        01 WS-AUDIT-TRAIL-STATUS        pic X(02).
           88 GOOD-AUDIT-TRAIL-WRITE       VALUE "00".

           05 WS-PH-HOURS               PIC 9(02)V99.
           05 FILLER                    PIC X(05).
           05 FILLER                    PIC X(10).
           05 FILLER                    PIC X(48).
           05 WS-PH-TRAN-TYPE           PIC X(01).
           05 FILLER                    PIC X(10).
           05 WS-PH-VAC-HOURS           PIC 9(02)V99.
           05 WS-PH-SIC-HOURS           PIC 9(02)V99.
           05 WS-PH-HOL-HOURS           PIC 9(02)V99.
           05 FILLER                    PIC X(23).
        01 WS-PH-PAY-CCYYMMDD.
           05 WS-PH-CC                  PIC X(02) VALUE "20".
           05 WS-PH-YY                  PIC X(02).
           PERFORM 9900-WRITE-AUDIT-RECORD.

           close MEASURE-REPORT
                 DETERMINATION-FILE
                 AUDIT-TRAIL-FILE.

           GOBACK.
           IF WS-ENV-PATH-OVERRIDE NOT = SPACES
              MOVE WS-ENV-PATH-OVERRIDE TO WS-MEASURE-REPORT-PATH
           END-IF.
           ACCEPT WS-ENV-PATH-OVERRIDE FROM ENVIRONMENT
                  "ACAMSRRB-DETERMINATION".
           IF WS-ENV-PATH-OVERRIDE NOT = SPACES
              MOVE WS-ENV-PATH-OVERRIDE TO WS-DETERMINATION-PATH
           END-IF.
           ACCEPT WS-ENV-PATH-OVERRIDE FROM ENVIRONMENT
                  "ACAMSRRB-AUDIT-TRAIL-FILE".
           IF WS-ENV-PATH-OVERRIDE NOT = SPACES
           MOVE WS-MEASURE-START-DATE TO PAGE-HDG-02-START.
           MOVE WS-MEASURE-END-DATE   TO PAGE-HDG-02-END.
           OPEN OUTPUT MEASURE-REPORT.
           OPEN OUTPUT DETERMINATION-FILE.
           IF NOT GOOD-DETERMINATION-WRITE
              DISPLAY "ACAMSRRB: UNABLE TO OPEN DETERMINATION FILE, "
                  "STATUS = " WS-DETERMINATION-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN EXTEND AUDIT-TRAIL-FILE.
           IF NOT GOOD-AUDIT-TRAIL-WRITE
              CLOSE AUDIT-TRAIL-FILE
      * NORMAL CHECKS ADD, VOIDS SUBTRACT, ADJUSTMENTS CARRY NO
      * HOURS.
           MOVE PH-KEY-EMP-DATE TO WS-PH-REC (1:12).
           MOVE PH-REC-REST     TO WS-PH-REC (13:113).
           MOVE WS-PH-PAY-YY TO WS-PH-YY.
           MOVE WS-PH-PAY-MM TO WS-PH-MM.
           MOVE WS-PH-PAY-DD TO WS-PH-DD.
              END-IF
           END-IF.
           MOVE WS-AVG-WEEKLY TO DTL-AVG-WEEKLY.
           MOVE TABLE-MSR-EMP (WS-EMP-SUB) TO DET-EMP-NUMBER.
           MOVE "N"                   TO DET-FULL-TIME.
           IF DTL-DETERMINATION (1:7) = "INITIAL"
              MOVE "Y"                TO DET-INITIAL
           ELSE
              MOVE "N"                TO DET-INITIAL
           END-IF.
           MOVE WS-AVG-WEEKLY         TO DET-AVG-WEEKLY.
           MOVE WS-MEASURE-START-DATE TO DET-START-DATE.
           MOVE WS-MEASURE-END-DATE   TO DET-END-DATE.
           IF WS-AVG-WEEKLY NOT < WS-FT-THRESHOLD
              ADD 1 TO WS-FULL-TIME-COUNT
              MOVE "Y"                TO DET-FULL-TIME
              IF DTL-DETERMINATION (1:7) = "INITIAL"
                 MOVE "FULL-TIME" TO DTL-DETERMINATION (23:8)
              ELSE
              PERFORM 8000-WRITE-HEADINGS.
           write MEASURE-REPORT-RECORD from DETAIL-LINE-MEASURE
             after advancing 01 lines.
           WRITE DETERMINATION-RECORD.

       8000-WRITE-HEADINGS.
           add 1 to WS-PAGE-COUNT.
