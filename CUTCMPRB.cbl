       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CUTCMPRB.
       AUTHOR.        RYAN BROOKS
      * CUT-FLOOR COMPLETION REPORTING.  THE CUT SCHEDULE PLANS THE
      * DAY'S CUTS AND THE SHAPE RUN DRAWS MATERIAL DOWN AT THE
      * THEORETICAL AREA TIMES THE FLAT WASTE FACTOR, BUT NOTHING
      * CAPTURED WHAT ACTUALLY HAPPENED ON THE FLOOR.  THIS PROGRAM
      * READS THE FLOOR'S CUT TRANSACTIONS (CUTCOMP.txt) AND MOVES
      * EACH ORDER LINE ALONG:
      *   S - CUT STARTED.  THE LINE GOES FROM OPEN TO IN WORK.
      *   C - CUT COMPLETE, WITH THE OPERATOR, START AND FINISH TIME
      *       AND THE MATERIAL UNITS ACTUALLY USED.  THE LINE GOES TO
      *       CUT COMPLETE (K) AND WAITS THERE TO SHIP.
      * A COMPLETION MAY CARRY A RESULT FLAG WITH A REASON CODE:
      *   R - RECUT.  THE PIECE WAS RUINED AND MUST BE CUT AGAIN.
      *       EVERY UNIT IT USED IS SCRAP AND THE LINE STAYS IN WORK
      *       FOR THE NEXT ATTEMPT.
      *   S - SCRAP.  THE PIECE IS GOOD BUT TOOK MORE MATERIAL THAN
      *       PLANNED; THE UNITS PAST PLAN ARE SCRAP.
      * EVERY COMPLETION IS APPENDED TO THE CUT LOG (CUTLOG.DAT) WITH
      * THE PLANNED USAGE BESIDE THE ACTUAL - PLANNED THE WAY ORDER
      * ENTRY RESERVES IT (MATALCRB): AREA TIMES THE WASTE FACTOR,
      * ROUNDED UP TO WHOLE STOCK UNITS.  THE SHAPE RUN DRAWS A LINE
      * DOWN AT ITS LOGGED ACTUAL USAGE WHEN IT HAS ANY, AND THE
      * WEEKLY YIELD REPORT (CUTYLDRB) COMPARES THE TWO BY MATERIAL
      * AND OPERATOR.  THE ORDER FILE IS REWRITTEN AND THE ORDER
      * HEADERS REBUILT, AS SHIPMENT CONFIRMATION DOES.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUT-TRANSACTION-IN ASSIGN DYNAMIC
                 WS-CUT-TRANSACTION-PATH
             organization is line sequential
             file status is WS-CUT-TRANSACTION-STATUS.
           SELECT ORDER-FILE ASSIGN DYNAMIC
                 WS-ORDER-FILE-PATH
             organization is line sequential
             file status is WS-ORDER-FILE-STATUS.
           SELECT MATERIAL-CONTROL-FILE ASSIGN DYNAMIC
                 WS-MATERIAL-CONTROL-PATH
             organization is line sequential
             file status is WS-MATERIAL-CONTROL-STATUS.
           SELECT CUT-LOG-FILE ASSIGN DYNAMIC
                 WS-CUT-LOG-PATH
             organization is line sequential
             file status is WS-CUT-LOG-STATUS.
           SELECT CUT-LISTING
             ASSIGN DYNAMIC WS-CUT-LISTING-PATH
             organization is LINE sequential
             file status is WS-CUT-LISTING-STATUS.
           SELECT AUDIT-TRAIL-FILE ASSIGN DYNAMIC
                 WS-AUDIT-TRAIL-PATH
             organization is line sequential
             file status is WS-AUDIT-TRAIL-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  CUT-TRANSACTION-IN
           RECORDING MODE IS F
           DATA RECORD IS CUT-TRANSACTION-RECORD.
      * THE LINE NUMBER MAY BE LEFT BLANK ONLY ON A ONE-RUG ORDER.
      * TIMES ARE HHMM.  A START NEEDS ONLY THE START DATE AND TIME.
       01 CUT-TRANSACTION-RECORD.
           05  CCT-TRAN-TYPE            PIC X(01).
               88 CCT-CUT-STARTED          VALUE "S".
               88 CCT-CUT-COMPLETED        VALUE "C".
           05  CCT-ORDER-NUMBER         PIC X(06).
           05  CCT-LINE-NUMBER          PIC X(02).
           05  CCT-OPERATOR             PIC X(06).
           05  CCT-START-STAMP.
               10  CCT-START-DATE       PIC X(08).
               10  CCT-START-TIME       PIC X(04).
           05  CCT-FINISH-STAMP.
               10  CCT-FINISH-DATE      PIC X(08).
               10  CCT-FINISH-TIME      PIC X(04).
           05  CCT-UNITS-USED-X         PIC X(05).
           05  CCT-UNITS-USED REDEFINES CCT-UNITS-USED-X
                                        PIC 9(05).
           05  CCT-RESULT               PIC X(01).
               88 CCT-GOOD-CUT             VALUE " ".
               88 CCT-RECUT                VALUE "R".
               88 CCT-SCRAPPED             VALUE "S".
           05  CCT-REASON               PIC X(02).

       FD  ORDER-FILE
           RECORDING MODE IS F
           DATA RECORD IS ORDER-FILE-RECORD.
      * THE SHAPE RUN'S INPUT ORDER RECORD (THE 81-BYTE LAYOUT
      * ORDENTRB APPENDS).  THE WHOLE FILE IS HELD AND REWRITTEN SO
      * NON-ORDER LINES PASS THROUGH UNTOUCHED.
       01 ORDER-FILE-RECORD             PIC X(81).

       FD  MATERIAL-CONTROL-FILE
           RECORDING MODE IS F
           DATA RECORD IS MATERIAL-CONTROL-RECORD.
       01 MATERIAL-CONTROL-RECORD.
           05  CTL-WASTE-PCT            PIC 9V99.

       FD  CUT-LOG-FILE
           RECORDING MODE IS F
           DATA RECORD IS CUT-LOG-RECORD.
      * ONE ROW PER CUT COMPLETED, APPENDED RUN AFTER RUN.  THE CUT
      * DATE IS THE FINISH DATE.  A RECUT ROW CARRIES NO AREA OR
      * PLAN - THE PLAN BELONGS TO THE PIECE THAT FINALLY CAME OFF
      * THE TABLE - AND ALL OF ITS UNITS ARE SCRAP.
       01 CUT-LOG-RECORD.
           05  CLG-ORDER-NUMBER         PIC X(06).
           05  CLG-LINE-NUMBER          PIC X(02).
           05  CLG-CUT-DATE             PIC X(08).
           05  CLG-OPERATOR             PIC X(06).
           05  CLG-MATERIAL             PIC X(05).
           05  CLG-SHAPE-TYPE           PIC X(10).
           05  CLG-START-DATE           PIC X(08).
           05  CLG-START-TIME           PIC X(04).
           05  CLG-FINISH-TIME          PIC X(04).
           05  CLG-AREA                 PIC 9(06)V99.
           05  CLG-UNITS-PLANNED        PIC 9(05).
           05  CLG-UNITS-USED           PIC 9(05).
           05  CLG-UNITS-SCRAP          PIC 9(05).
           05  CLG-RESULT               PIC X(01).
           05  CLG-REASON               PIC X(02).

       FD  CUT-LISTING
           RECORDING MODE IS F
           DATA RECORD IS CUT-LISTING-RECORD.
       01 CUT-LISTING-RECORD             PIC X(133).

       FD  AUDIT-TRAIL-FILE
           RECORDING MODE IS F
           DATA RECORD IS AUDIT-TRAIL-RECORD.
       01 AUDIT-TRAIL-RECORD             PIC X(89).

       WORKING-STORAGE SECTION.
      * FILE PATHS - DEFAULT TO THE PATHS BELOW, BUT CAN BE OVERRIDDEN
      * AT RUN TIME BY SETTING THE MATCHING ENVIRONMENT VARIABLE
      * BEFORE STARTING THE PROGRAM (SEE 0500-GET-FILE-PATHS):
        01 WS-FILE-PATHS.
           05 WS-CUT-TRANSACTION-PATH   PIC X(80)
                VALUE "C:\Users\Ryan\Desktop\CUTCOMP.txt".
           05 WS-ORDER-FILE-PATH        PIC X(80)
                VALUE "C:\Users\Ryan\Desktop\MATHSHPS.txt".
           05 WS-MATERIAL-CONTROL-PATH  PIC X(80)
                VALUE "C:\Users\Ryan\Desktop\MATLCTL.DAT".
           05 WS-CUT-LOG-PATH           PIC X(80)
                VALUE "C:\Users\Ryan\Desktop\CUTLOG.DAT".
           05 WS-CUT-LISTING-PATH       PIC X(80)
                VALUE "C:\Users\Ryan\Desktop\CUTCOMP.rpt".
           05 WS-AUDIT-TRAIL-PATH       PIC X(80)
                VALUE "C:\Users\Ryan\Desktop\OPS-AUDIT-TRAIL.LOG".
           05 WS-ENV-PATH-OVERRIDE      PIC X(80).

      * File status
        COPY "FILESTAT.cpy" REPLACING
            ==STATUS-FIELD==   BY ==WS-CUT-TRANSACTION-STATUS==
            ==STATUS-OK==      BY ==CUT-TRANSACTION-SUCCESSFUL==
            ==STATUS-EOF==     BY ==END-OF-CUT-TRANSACTIONS==
            ==STATUS-INVALID== BY ==INVALID-VALUE-IN-FILE==.
        01 WS-ORDER-FILE-STATUS         pic X(02).
           88 ORDER-FILE-SUCCESSFUL        VALUE "00".
           88 END-OF-ORDER-FILE            VALUE "10".
        01 WS-MATERIAL-CONTROL-STATUS   pic X(02).
           88 MATERIAL-CONTROL-FOUND       VALUE "00".
        01 WS-CUT-LOG-STATUS            pic X(02).
           88 GOOD-CUT-LOG-WRITE           VALUE "00".
        01 WS-CUT-LISTING-STATUS        pic X(02).
           88 GOOD-CUT-LISTING             VALUE "00".
        01 WS-AUDIT-TRAIL-STATUS        pic X(02).
           88 GOOD-AUDIT-TRAIL-WRITE       VALUE "00".

      * THE ORDER FILE, HELD WHOLE AND REWRITTEN WITH THE STATUS
      * CHANGES APPLIED.
        01 WS-ORD-COUNT                 PIC 9(04) VALUE 0.
        01 WS-ORD-SUB                   PIC 9(04) VALUE 0.
        01 WS-ORDER-TABLE.
           05 ORDER-TABLE-ENTRY OCCURS 0 TO 2000 TIMES
                 DEPENDING ON WS-ORD-COUNT.
              10 TABLE-ORD-LINE         PIC X(81).
        01 WS-ORD-WORK.
           05 WRK-SHAPE-TYPE            PIC X(10).
           05 WRK-SIZE-1                PIC 9(03).
           05 WRK-SIZE-2                PIC 9(03).
           05 WRK-SQ-FT-PRICE           PIC 9(03)V99.
           05 WRK-CUST-NUMBER           PIC X(06).
           05 WRK-CURRENCY-CODE         PIC X(03).
           05 WRK-ORDER-NUMBER          PIC X(06).
           05 WRK-ORDER-DATE            PIC X(08).
           05 WRK-PROMISED-DATE         PIC X(08).
           05 WRK-ORDER-STATUS          PIC X(01).
               88 WRK-ORDER-IS-OPEN        VALUE "O" " ".
               88 WRK-ORDER-IS-IN-WORK     VALUE "W".
               88 WRK-ORDER-IS-CUT         VALUE "K".
               88 WRK-ORDER-IS-SHIPPED     VALUE "S".
               88 WRK-ORDER-IS-CANCELLED   VALUE "C".
           05 WRK-SALES-ID              PIC X(03).
           05 WRK-MATERIAL              PIC X(05).
           05 WRK-SALES-SPLIT           PIC X(15).
           05 WRK-LINE-NUMBER           PIC X(02).
           05 WRK-SHIP-TO-CODE          PIC X(03).
      * THE ORDER LINE BEING REPORTED - A BLANK LINE ON THE ORDER
      * FILE IS A ONE-RUG ORDER FROM BEFORE ORDERS HAD LINES, LINE 01.
        01 WS-FIND-LINE                 PIC X(02) VALUE SPACES.
        01 WS-ORDER-LINE-COUNT          PIC 9(04) VALUE 0.
        01 WS-LINE-SUB                  PIC 9(04) VALUE 0.

      * SCRAP REASONS THE FLOOR MAY GIVE WITH A RECUT OR SCRAP FLAG.
      * THE YIELD REPORT CARRIES THE SAME TABLE.
        01 WS-REASON-VALUES.
           05 FILLER                    PIC X(02) VALUE "MC".
           05 FILLER                    PIC X(20)
                VALUE "MISCUT".
           05 FILLER                    PIC X(02) VALUE "FL".
           05 FILLER                    PIC X(20)
                VALUE "FLAW IN MATERIAL".
           05 FILLER                    PIC X(02) VALUE "DY".
           05 FILLER                    PIC X(20)
                VALUE "DYE LOT MISMATCH".
           05 FILLER                    PIC X(02) VALUE "ME".
           05 FILLER                    PIC X(20)
                VALUE "MEASURING ERROR".
           05 FILLER                    PIC X(02) VALUE "MA".
           05 FILLER                    PIC X(20)
                VALUE "MACHINE FAULT".
           05 FILLER                    PIC X(02) VALUE "OT".
           05 FILLER                    PIC X(20)
                VALUE "OTHER".
        01 WS-REASON-TABLE REDEFINES WS-REASON-VALUES.
           05 REASON-ENTRY OCCURS 6 TIMES.
              10 REASON-CODE            PIC X(02).
              10 REASON-DESCRIPTION     PIC X(20).
        01 WS-REASON-COUNT              PIC 9(02) VALUE 6.
        01 WS-RSN-SUB                   PIC 9(02) VALUE 0.

      * THE WASTE FACTOR - THE SHAPE RUN'S DEFAULT UNLESS THE
      * MATERIAL CONTROL RECORD SAYS OTHERWISE - AND THE SAME AREA
      * FORMULAS THE SHAPE RUN BILLS FROM:
        01 WS-CTL-WASTE-PCT             PIC 9V99 VALUE 1.10.
        01 WS-PI                        PIC 9V99999 VALUE 3.14159.
        01 WS-CALC-AREA                 PIC 9(06)V99 VALUE 0.
        01 WS-UNITS-PLANNED             PIC 9(05) VALUE 0.
        01 WS-UNITS-SCRAP               PIC 9(05) VALUE 0.

      * RUN COUNTERS
        01 WS-TRANS-READ                PIC 9(04) VALUE 0.
        01 WS-CUTS-STARTED              PIC 9(04) VALUE 0.
        01 WS-CUTS-COMPLETED            PIC 9(04) VALUE 0.
        01 WS-RECUTS                    PIC 9(04) VALUE 0.
        01 WS-TRANS-REJECTED            PIC 9(04) VALUE 0.
        01 WS-RUN-PLANNED               PIC 9(07) VALUE 0.
        01 WS-RUN-USED                  PIC 9(07) VALUE 0.
        01 WS-RUN-SCRAP                 PIC 9(07) VALUE 0.
        01 WS-RUN-DATE                  PIC X(08).
        01 WS-RUN-TIME                  PIC 9(08) VALUE 0.
        COPY "AUDITTRL.cpy".
      * PARAMETER AREA FOR THE ORDER-HEADER REBUILD
        COPY "ORDHDR.cpy".

       01  PAGE-HDG-01.
           05 PAGE-HDG-01-CC         PIC X(01) VALUE SPACE.
           05 FILLER                 PIC X(46) VALUE SPACES.
           05 FILLER                 PIC X(34)
              VALUE "CUT COMPLETION LISTING".
           05 FILLER                 PIC X(24) VALUE SPACES.
           05 FILLER                 PIC X(06) VALUE "PAGE: ".
           05 PAGE-HDG-01-PAGE       PIC ZZ9.
       01  PAGE-HDG-02.
           05 PAGE-HDG-02-CC         PIC X(01) VALUE SPACE.
           05 FILLER                 PIC X(40) VALUE SPACES.
           05 FILLER                 PIC X(14) VALUE "WASTE FACTOR: ".
           05 PAGE-HDG-02-WASTE      PIC 9.99.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 FILLER                 PIC X(10) VALUE "RUN DATE: ".
           05 PAGE-HDG-02-DATE       PIC XX/XX/XXXX.
           05 FILLER                 PIC X(52) VALUE SPACES.
       01  PAGE-HDG-03.
           05 PAGE-HDG-03-CC         PIC X(01) VALUE SPACE.
           05 FILLER                 PIC X(09) VALUE SPACES.
           05 FILLER                 PIC X(12) VALUE "ORDER-LN".
           05 FILLER                 PIC X(06) VALUE "TYPE".
           05 FILLER                 PIC X(08) VALUE "OPER".
           05 FILLER                 PIC X(08) VALUE "MATL".
           05 FILLER                 PIC X(10) VALUE "FINISHED".
           05 FILLER                 PIC X(07) VALUE "  PLAN".
           05 FILLER                 PIC X(07) VALUE "  USED".
           05 FILLER                 PIC X(07) VALUE " SCRAP".
           05 FILLER                 PIC X(05) VALUE "  RS".
           05 FILLER                 PIC X(32) VALUE "DISPOSITION".

       01  DETAIL-LINE-CUT.
           05 DTL-CC                 PIC X(01) VALUE SPACE.
           05 FILLER                 PIC X(09) VALUE SPACES.
           05 DTL-ORDER-NUM          PIC X(06).
           05 DTL-LINE-DASH          PIC X(01).
           05 DTL-LINE-NUM           PIC X(02).
           05 FILLER                 PIC X(03) VALUE SPACES.
           05 DTL-TRAN-TYPE          PIC X(01).
           05 DTL-RESULT             PIC X(01).
           05 FILLER                 PIC X(04) VALUE SPACES.
           05 DTL-OPERATOR           PIC X(06).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 DTL-MATERIAL           PIC X(05).
           05 FILLER                 PIC X(03) VALUE SPACES.
           05 DTL-FINISH-DATE        PIC X(08).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 DTL-PLANNED            PIC ZZ,ZZ9.
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 DTL-USED               PIC ZZ,ZZ9.
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 DTL-SCRAP              PIC ZZ,ZZ9.
           05 FILLER                 PIC X(03) VALUE SPACES.
           05 DTL-REASON             PIC X(02).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 DTL-DISPOSITION        PIC X(30).

       01  TOTALS-LINE.
           05 TOTAL-LINE-CC          PIC X(01) VALUE SPACE.
           05 FILLER                 PIC X(09) VALUE SPACES.
           05 FILLER                 PIC X(07) VALUE "READ:  ".
           05 TOTAL-READ             PIC ZZ9.
           05 FILLER                 PIC X(04) VALUE SPACES.
           05 FILLER                 PIC X(09) VALUE "STARTED: ".
           05 TOTAL-STARTED          PIC ZZ9.
           05 FILLER                 PIC X(04) VALUE SPACES.
           05 FILLER                 PIC X(11) VALUE "COMPLETED: ".
           05 TOTAL-COMPLETED        PIC ZZ9.
           05 FILLER                 PIC X(04) VALUE SPACES.
           05 FILLER                 PIC X(08) VALUE "RECUTS: ".
           05 TOTAL-RECUTS           PIC ZZ9.
           05 FILLER                 PIC X(04) VALUE SPACES.
           05 FILLER                 PIC X(10) VALUE "REJECTED: ".
           05 TOTAL-REJECTED         PIC ZZ9.
       01  TOTALS-UNITS-LINE.
           05 FILLER                 PIC X(10) VALUE SPACES.
           05 FILLER                 PIC X(15) VALUE "UNITS PLANNED: ".
           05 TOTAL-PLANNED          PIC Z,ZZZ,ZZ9.
           05 FILLER                 PIC X(04) VALUE SPACES.
           05 FILLER                 PIC X(06) VALUE "USED: ".
           05 TOTAL-USED             PIC Z,ZZZ,ZZ9.
           05 FILLER                 PIC X(04) VALUE SPACES.
           05 FILLER                 PIC X(07) VALUE "SCRAP: ".
           05 TOTAL-SCRAP            PIC Z,ZZZ,ZZ9.

       01  DETAIL-LINE-LINE.
           05 FILLER                 PIC X(10) VALUE SPACES.
           05 FILLER                 PIC X(115) VALUE ALL "_".
           05 FILLER                 PIC X(21) VALUE SPACES.

       01  PAGE-STUFF.
           05 WS-PAGE-COUNT           PIC 999 VALUE 0.
           05 WS-LINE-COUNT           PIC 99 VALUE 0.

       01 WS-REPORT-RULER.
          05 FILLER                  PIC X(50)
             VALUE "----+----1----+----2----+----3----+----4----+----5".
          05 FILLER                  PIC X(50)
             VALUE "----+----6----+----7----+----8----+----9----+----0".
          05 FILLER                  PIC X(44)
             VALUE "----+----1----+----2----+----3---".

       PROCEDURE DIVISION.

           DISPLAY "CUTCMPRB FOR RYAN BROOKS".

           PERFORM 1000-INITIALIZE.
           PERFORM 2000-READ-TRANSACTION.

           perform until END-OF-CUT-TRANSACTIONS
              perform 3000-PROCESS-TRANSACTION
              perform 2000-READ-TRANSACTION
           END-PERFORM.

           perform 9000-CREATE-LISTING-TOTAL-LINE.
           perform 9600-WRITE-ORDER-FILE.
           perform 9700-REBUILD-ORDER-HEADERS.

           display "CUT TRANSACTIONS READ:       " WS-TRANS-READ.
           display "CUTS STARTED:                " WS-CUTS-STARTED.
           display "CUTS COMPLETED:              " WS-CUTS-COMPLETED.
           display "RECUTS:                      " WS-RECUTS.
           display "TRANSACTIONS REJECTED:       " WS-TRANS-REJECTED.

           PERFORM 9900-WRITE-AUDIT-RECORD.

           close CUT-TRANSACTION-IN
                 CUT-LOG-FILE
                 CUT-LISTING
                 AUDIT-TRAIL-FILE.

           GOBACK.

       0500-GET-FILE-PATHS.
      * OVERRIDE THE DEFAULT FILE PATHS IF THE MATCHING ENVIRONMENT
      * VARIABLE HAS BEEN SET:
           ACCEPT WS-ENV-PATH-OVERRIDE FROM ENVIRONMENT
                  "CUTCMPRB-CUT-TRANSACTIONS".
           IF WS-ENV-PATH-OVERRIDE NOT = SPACES
              MOVE WS-ENV-PATH-OVERRIDE TO WS-CUT-TRANSACTION-PATH
           END-IF.
           ACCEPT WS-ENV-PATH-OVERRIDE FROM ENVIRONMENT
                  "CUTCMPRB-ORDER-FILE".
           IF WS-ENV-PATH-OVERRIDE NOT = SPACES
              MOVE WS-ENV-PATH-OVERRIDE TO WS-ORDER-FILE-PATH
           END-IF.
           ACCEPT WS-ENV-PATH-OVERRIDE FROM ENVIRONMENT
                  "CUTCMPRB-MATERIAL-CONTROL".
           IF WS-ENV-PATH-OVERRIDE NOT = SPACES
              MOVE WS-ENV-PATH-OVERRIDE TO WS-MATERIAL-CONTROL-PATH
           END-IF.
           ACCEPT WS-ENV-PATH-OVERRIDE FROM ENVIRONMENT
                  "CUTCMPRB-CUT-LOG".
           IF WS-ENV-PATH-OVERRIDE NOT = SPACES
              MOVE WS-ENV-PATH-OVERRIDE TO WS-CUT-LOG-PATH
           END-IF.
           ACCEPT WS-ENV-PATH-OVERRIDE FROM ENVIRONMENT
                  "CUTCMPRB-CUT-LISTING".
           IF WS-ENV-PATH-OVERRIDE NOT = SPACES
              MOVE WS-ENV-PATH-OVERRIDE TO WS-CUT-LISTING-PATH
           END-IF.
           ACCEPT WS-ENV-PATH-OVERRIDE FROM ENVIRONMENT
                  "CUTCMPRB-AUDIT-TRAIL-FILE".
           IF WS-ENV-PATH-OVERRIDE NOT = SPACES
              MOVE WS-ENV-PATH-OVERRIDE TO WS-AUDIT-TRAIL-PATH
           END-IF.

       1000-INITIALIZE.
           PERFORM 0500-GET-FILE-PATHS.
           ACCEPT WS-RUN-DATE FROM DATE.
           MOVE   WS-RUN-DATE TO PAGE-HDG-02-DATE.
           OPEN INPUT CUT-TRANSACTION-IN.
           IF NOT CUT-TRANSACTION-SUCCESSFUL
              DISPLAY "CUTCMPRB: UNABLE TO OPEN CUT TRANSACTION FILE, "
                  "STATUS = " WS-CUT-TRANSACTION-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           PERFORM 1600-LOAD-WASTE-FACTOR.
           MOVE WS-CTL-WASTE-PCT TO PAGE-HDG-02-WASTE.
           OPEN OUTPUT CUT-LISTING.
           OPEN EXTEND CUT-LOG-FILE.
           IF NOT GOOD-CUT-LOG-WRITE
              CLOSE CUT-LOG-FILE
              OPEN OUTPUT CUT-LOG-FILE
           END-IF.
           OPEN EXTEND AUDIT-TRAIL-FILE.
           IF NOT GOOD-AUDIT-TRAIL-WRITE
              CLOSE AUDIT-TRAIL-FILE
              OPEN OUTPUT AUDIT-TRAIL-FILE
           END-IF.
           PERFORM 1500-LOAD-ORDER-FILE.
           PERFORM 8000-WRITE-HEADINGS.

       1500-LOAD-ORDER-FILE.
           OPEN INPUT ORDER-FILE.
           IF NOT ORDER-FILE-SUCCESSFUL
              DISPLAY "CUTCMPRB: UNABLE TO OPEN ORDER FILE, "
                  "STATUS = " WS-ORDER-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           PERFORM UNTIL END-OF-ORDER-FILE
              READ ORDER-FILE
                 AT END
                    SET END-OF-ORDER-FILE TO TRUE
                 NOT AT END
                    IF WS-ORD-COUNT = 2000
                       DISPLAY "CUTCMPRB: ORDER TABLE CEILING "
                           "(2000) REACHED - RUN STOPPED"
                       MOVE 16 TO RETURN-CODE
                       GOBACK
                    END-IF
                    ADD 1 TO WS-ORD-COUNT
                    MOVE ORDER-FILE-RECORD TO
                         TABLE-ORD-LINE (WS-ORD-COUNT)
              END-READ
           END-PERFORM.
           CLOSE ORDER-FILE.

       1600-LOAD-WASTE-FACTOR.
      * A MISSING CONTROL FILE LEAVES THE BUILT-IN DEFAULT STANDING.
           OPEN INPUT MATERIAL-CONTROL-FILE.
           IF MATERIAL-CONTROL-FOUND
              READ MATERIAL-CONTROL-FILE
                 AT END
                    CONTINUE
                 NOT AT END
                    IF CTL-WASTE-PCT IS NUMERIC
                       AND CTL-WASTE-PCT > 0
                       MOVE CTL-WASTE-PCT TO WS-CTL-WASTE-PCT
                    END-IF
              END-READ
              CLOSE MATERIAL-CONTROL-FILE
           END-IF.

       2000-READ-TRANSACTION.
           READ CUT-TRANSACTION-IN
                AT END
                   DISPLAY "END OF CUT TRANSACTIONS"
                NOT AT END
                   ADD 1 TO WS-TRANS-READ.

       3000-PROCESS-TRANSACTION.
      * FIND THE ORDER LINE, EDIT THE TRANSACTION, AND APPLY IT.
      * UNKNOWN ORDERS, LINES THAT HAVE SHIPPED, BEEN CANCELLED OR
      * ALREADY REPORTED CUT, AND TRANSACTIONS WITH A BAD FIELD ARE
      * REFUSED WITH A REASON.
           MOVE SPACES TO DETAIL-LINE-CUT.
           MOVE SPACE  TO DTL-CC.
           IF CCT-LINE-NUMBER = SPACES
              MOVE "01" TO WS-FIND-LINE
           ELSE
              MOVE CCT-LINE-NUMBER TO WS-FIND-LINE
           END-IF.
           MOVE CCT-ORDER-NUMBER TO DTL-ORDER-NUM.
           MOVE "-"              TO DTL-LINE-DASH.
           MOVE WS-FIND-LINE     TO DTL-LINE-NUM.
           MOVE CCT-TRAN-TYPE    TO DTL-TRAN-TYPE.
           MOVE CCT-RESULT       TO DTL-RESULT.
           MOVE CCT-OPERATOR     TO DTL-OPERATOR.
           MOVE CCT-FINISH-DATE  TO DTL-FINISH-DATE.
           MOVE CCT-REASON       TO DTL-REASON.
           PERFORM 3150-COUNT-ORDER-LINES.
           PERFORM 3100-FIND-ORDER.
           PERFORM 3200-FIND-REASON.
           EVALUATE TRUE
              WHEN NOT (CCT-CUT-STARTED OR CCT-CUT-COMPLETED)
                 ADD 1 TO WS-TRANS-REJECTED
                 MOVE "*** BAD TRANSACTION TYPE ***"
                   TO DTL-DISPOSITION
              WHEN CCT-LINE-NUMBER = SPACES
                   AND WS-ORDER-LINE-COUNT > 1
                 ADD 1 TO WS-TRANS-REJECTED
                 MOVE "*** LINE NUMBER REQUIRED ***" TO DTL-DISPOSITION
              WHEN WS-ORD-SUB > WS-ORD-COUNT
                 ADD 1 TO WS-TRANS-REJECTED
                 MOVE "*** ORDER NOT ON FILE ***" TO DTL-DISPOSITION
              WHEN CCT-OPERATOR = SPACES
                 ADD 1 TO WS-TRANS-REJECTED
                 MOVE "*** OPERATOR REQUIRED ***" TO DTL-DISPOSITION
              WHEN CCT-START-DATE NOT NUMERIC
                   OR CCT-START-TIME NOT NUMERIC
                   OR CCT-START-TIME (1:2) > "23"
                   OR CCT-START-TIME (3:2) > "59"
                 ADD 1 TO WS-TRANS-REJECTED
                 MOVE "*** BAD START DATE/TIME ***" TO DTL-DISPOSITION
              WHEN WRK-ORDER-IS-CANCELLED
                 ADD 1 TO WS-TRANS-REJECTED
                 MOVE "*** ORDER IS CANCELLED ***" TO DTL-DISPOSITION
              WHEN WRK-ORDER-IS-SHIPPED
                 ADD 1 TO WS-TRANS-REJECTED
                 MOVE "*** ALREADY SHIPPED ***" TO DTL-DISPOSITION
              WHEN WRK-ORDER-IS-CUT
                 ADD 1 TO WS-TRANS-REJECTED
                 MOVE "*** ALREADY CUT ***" TO DTL-DISPOSITION
              WHEN NOT (WRK-ORDER-IS-OPEN OR WRK-ORDER-IS-IN-WORK)
                 ADD 1 TO WS-TRANS-REJECTED
                 MOVE "*** BAD ORDER STATUS ***" TO DTL-DISPOSITION
              WHEN CCT-CUT-STARTED
                 PERFORM 4000-START-THE-CUT
              WHEN CCT-FINISH-DATE NOT NUMERIC
                   OR CCT-FINISH-TIME NOT NUMERIC
                   OR CCT-FINISH-TIME (1:2) > "23"
                   OR CCT-FINISH-TIME (3:2) > "59"
                 ADD 1 TO WS-TRANS-REJECTED
                 MOVE "*** BAD FINISH DATE/TIME ***" TO DTL-DISPOSITION
              WHEN CCT-FINISH-STAMP < CCT-START-STAMP
                 ADD 1 TO WS-TRANS-REJECTED
                 MOVE "*** FINISHED BEFORE STARTED ***"
                   TO DTL-DISPOSITION
              WHEN CCT-UNITS-USED-X NOT NUMERIC
                   OR CCT-UNITS-USED = 0
                 ADD 1 TO WS-TRANS-REJECTED
                 MOVE "*** BAD UNITS USED ***" TO DTL-DISPOSITION
              WHEN NOT (CCT-GOOD-CUT OR CCT-RECUT OR CCT-SCRAPPED)
                 ADD 1 TO WS-TRANS-REJECTED
                 MOVE "*** BAD RESULT FLAG ***" TO DTL-DISPOSITION
              WHEN CCT-GOOD-CUT AND CCT-REASON NOT = SPACES
                 ADD 1 TO WS-TRANS-REJECTED
                 MOVE "*** REASON ON A GOOD CUT ***" TO DTL-DISPOSITION
              WHEN NOT CCT-GOOD-CUT
                   AND WS-RSN-SUB > WS-REASON-COUNT
                 ADD 1 TO WS-TRANS-REJECTED
                 MOVE "*** BAD SCRAP REASON ***" TO DTL-DISPOSITION
              WHEN OTHER
                 PERFORM 5000-COMPLETE-THE-CUT
           END-EVALUATE.
           PERFORM 7500-WRITE-LISTING-LINE.

       3100-FIND-ORDER.
      * THE ORDER NUMBER SITS IN COLUMNS 31-36 OF THE 81-BYTE ORDER
      * LINE AND THE LINE NUMBER IN 77-78; THE MATCHED LINE IS
      * RESTATED INTO THE WORK AREA FOR THE FIELD-LEVEL EDITS.
           PERFORM VARYING WS-ORD-SUB FROM 1 BY 1
              UNTIL WS-ORD-SUB > WS-ORD-COUNT
                 OR (TABLE-ORD-LINE (WS-ORD-SUB) (31:6) =
                     CCT-ORDER-NUMBER
                     AND (TABLE-ORD-LINE (WS-ORD-SUB) (77:2) =
                          WS-FIND-LINE
                          OR (TABLE-ORD-LINE (WS-ORD-SUB) (77:2) =
                              SPACES
                              AND WS-FIND-LINE = "01")))
           END-PERFORM.
           IF WS-ORD-SUB NOT > WS-ORD-COUNT
              MOVE TABLE-ORD-LINE (WS-ORD-SUB) TO WS-ORD-WORK
              MOVE WRK-MATERIAL TO DTL-MATERIAL
           END-IF.

       3150-COUNT-ORDER-LINES.
           MOVE 0 TO WS-ORDER-LINE-COUNT.
           PERFORM VARYING WS-LINE-SUB FROM 1 BY 1
              UNTIL WS-LINE-SUB > WS-ORD-COUNT
              IF TABLE-ORD-LINE (WS-LINE-SUB) (31:6) = CCT-ORDER-NUMBER
                 ADD 1 TO WS-ORDER-LINE-COUNT
              END-IF
           END-PERFORM.

       3200-FIND-REASON.
           PERFORM VARYING WS-RSN-SUB FROM 1 BY 1
              UNTIL WS-RSN-SUB > WS-REASON-COUNT
                 OR REASON-CODE (WS-RSN-SUB) = CCT-REASON
           END-PERFORM.

       4000-START-THE-CUT.
      * A START ON A LINE ALREADY IN WORK - THE NEXT ATTEMPT AFTER A
      * RECUT - CHANGES NOTHING BUT IS LISTED.
           IF WRK-ORDER-IS-IN-WORK
              MOVE "STARTED - ALREADY IN WORK" TO DTL-DISPOSITION
           ELSE
              MOVE "W" TO WRK-ORDER-STATUS
              MOVE WS-ORD-WORK TO TABLE-ORD-LINE (WS-ORD-SUB)
              MOVE "STARTED - NOW IN WORK" TO DTL-DISPOSITION
           END-IF.
           ADD 1 TO WS-CUTS-STARTED.

       5000-COMPLETE-THE-CUT.
      * A RECUT LEAVES THE LINE IN WORK FOR THE NEXT ATTEMPT; ANY
      * OTHER COMPLETION MARKS IT CUT.  EITHER WAY THE LINE HAS BEEN
      * IN WORK, SO A COMPLETION WITH NO START REPORTED IS FINE.
           PERFORM 5100-FIGURE-PLANNED-USAGE.
           IF CCT-RECUT
              MOVE 0 TO WS-CALC-AREA
                        WS-UNITS-PLANNED
              MOVE CCT-UNITS-USED TO WS-UNITS-SCRAP
              MOVE "W" TO WRK-ORDER-STATUS
              ADD 1 TO WS-RECUTS
              MOVE "RECUT - STILL IN WORK" TO DTL-DISPOSITION
           ELSE
              MOVE 0 TO WS-UNITS-SCRAP
              IF CCT-SCRAPPED
                 AND CCT-UNITS-USED > WS-UNITS-PLANNED
                 COMPUTE WS-UNITS-SCRAP =
                     CCT-UNITS-USED - WS-UNITS-PLANNED
              END-IF
              MOVE "K" TO WRK-ORDER-STATUS
              ADD 1 TO WS-CUTS-COMPLETED
              IF CCT-UNITS-USED > WS-UNITS-PLANNED
                 MOVE "CUT COMPLETE - OVER PLAN" TO DTL-DISPOSITION
              ELSE
                 MOVE "CUT COMPLETE" TO DTL-DISPOSITION
              END-IF
           END-IF.
           MOVE WS-ORD-WORK TO TABLE-ORD-LINE (WS-ORD-SUB).
           MOVE WS-UNITS-PLANNED TO DTL-PLANNED.
           MOVE CCT-UNITS-USED   TO DTL-USED.
           MOVE WS-UNITS-SCRAP   TO DTL-SCRAP.
           ADD WS-UNITS-PLANNED  TO WS-RUN-PLANNED.
           ADD CCT-UNITS-USED    TO WS-RUN-USED.
           ADD WS-UNITS-SCRAP    TO WS-RUN-SCRAP.
           PERFORM 5500-LOG-CUT.

       5100-FIGURE-PLANNED-USAGE.
      * THE SHAPE RUN'S AREA FORMULAS AND ITS DRAWDOWN ROUNDING - WHAT
      * THE LINE WOULD HAVE DRAWN WITH NO CUT REPORTED.
           EVALUATE WRK-SHAPE-TYPE
              WHEN "RECTANGLE"
                 COMPUTE WS-CALC-AREA = WRK-SIZE-1 * WRK-SIZE-2
              WHEN "SQUARE"
                 COMPUTE WS-CALC-AREA = WRK-SIZE-1 * WRK-SIZE-1
              WHEN "CIRCLE"
                 COMPUTE WS-CALC-AREA =
                     WS-PI * WRK-SIZE-1 * WRK-SIZE-1
              WHEN "TRIANGLE"
                 COMPUTE WS-CALC-AREA = 0.5 * WRK-SIZE-1 * WRK-SIZE-2
              WHEN OTHER
                 COMPUTE WS-CALC-AREA = WRK-SIZE-1 * WRK-SIZE-2
           END-EVALUATE.
           COMPUTE WS-UNITS-PLANNED =
               (WS-CALC-AREA * WS-CTL-WASTE-PCT) + 0.99.

       5500-LOG-CUT.
      * ONE CUT-LOG ROW PER COMPLETION - THE SHAPE RUN DRAWS THE LINE
      * DOWN FROM IT AND THE YIELD REPORT READS IT BY WEEK.
           MOVE CCT-ORDER-NUMBER   TO CLG-ORDER-NUMBER.
           MOVE WS-FIND-LINE       TO CLG-LINE-NUMBER.
           MOVE CCT-FINISH-DATE    TO CLG-CUT-DATE.
           MOVE CCT-OPERATOR       TO CLG-OPERATOR.
           MOVE WRK-MATERIAL       TO CLG-MATERIAL.
           MOVE WRK-SHAPE-TYPE     TO CLG-SHAPE-TYPE.
           MOVE CCT-START-DATE     TO CLG-START-DATE.
           MOVE CCT-START-TIME     TO CLG-START-TIME.
           MOVE CCT-FINISH-TIME    TO CLG-FINISH-TIME.
           MOVE WS-CALC-AREA       TO CLG-AREA.
           MOVE WS-UNITS-PLANNED   TO CLG-UNITS-PLANNED.
           MOVE CCT-UNITS-USED     TO CLG-UNITS-USED.
           MOVE WS-UNITS-SCRAP     TO CLG-UNITS-SCRAP.
           MOVE CCT-RESULT         TO CLG-RESULT.
           MOVE CCT-REASON         TO CLG-REASON.
           WRITE CUT-LOG-RECORD.

       7500-WRITE-LISTING-LINE.
           add 1 to WS-LINE-COUNT.
           if WS-LINE-COUNT > 50
              PERFORM 8000-WRITE-HEADINGS.
           write CUT-LISTING-RECORD from DETAIL-LINE-CUT
             after advancing 01 lines.

       8000-WRITE-HEADINGS.
           add 1 to WS-PAGE-COUNT.
           move WS-PAGE-COUNT TO PAGE-HDG-01-PAGE.
           WRITE CUT-LISTING-RECORD FROM WS-REPORT-RULER
             after advancing page.
           WRITE CUT-LISTING-RECORD
            FROM PAGE-HDG-01 after advancing 01 LINES.
           WRITE CUT-LISTING-RECORD
            FROM PAGE-HDG-02 after advancing 01 LINES.
           WRITE CUT-LISTING-RECORD
            FROM PAGE-HDG-03 AFTER ADVANCING 02 LINES.
           MOVE 4 TO WS-LINE-COUNT.

       9000-CREATE-LISTING-TOTAL-LINE.
           MOVE WS-TRANS-READ        TO TOTAL-READ.
           MOVE WS-CUTS-STARTED      TO TOTAL-STARTED.
           MOVE WS-CUTS-COMPLETED    TO TOTAL-COMPLETED.
           MOVE WS-RECUTS            TO TOTAL-RECUTS.
           MOVE WS-TRANS-REJECTED    TO TOTAL-REJECTED.
           MOVE WS-RUN-PLANNED       TO TOTAL-PLANNED.
           MOVE WS-RUN-USED          TO TOTAL-USED.
           MOVE WS-RUN-SCRAP         TO TOTAL-SCRAP.
           write CUT-LISTING-RECORD from DETAIL-LINE-LINE
             AFTER ADVANCING 01 LINES.
           write CUT-LISTING-RECORD from TOTALS-LINE
             AFTER ADVANCING 02 LINES.
           write CUT-LISTING-RECORD from TOTALS-UNITS-LINE
             AFTER ADVANCING 01 LINES.
           write CUT-LISTING-RECORD from WS-REPORT-RULER
             after advancing 02 LINES.

       9600-WRITE-ORDER-FILE.
      * REWRITE THE ORDER FILE WITH THE STATUS CHANGES APPLIED SO
      * THE CUT SCHEDULE STOPS PLANNING WHAT HAS BEEN CUT.
           OPEN OUTPUT ORDER-FILE.
           PERFORM VARYING WS-ORD-SUB FROM 1 BY 1
              UNTIL WS-ORD-SUB > WS-ORD-COUNT
              MOVE TABLE-ORD-LINE (WS-ORD-SUB) TO ORDER-FILE-RECORD
              WRITE ORDER-FILE-RECORD
           END-PERFORM.
           CLOSE ORDER-FILE.

       9700-REBUILD-ORDER-HEADERS.
      * ROLL THE LINE STATUSES JUST WRITTEN UP TO THE ORDER HEADERS.
           MOVE WS-ORDER-FILE-PATH TO OHD-ORDER-FILE-PATH.
           CALL "ORDHDRRB" USING ORDHDR-PARMS.
           IF NOT OHD-OK
              DISPLAY "CUTCMPRB: ORDER HEADERS NOT REBUILT, STATUS = "
                  OHD-STATUS
           END-IF.

       9900-WRITE-AUDIT-RECORD.
      * APPEND ONE SUMMARY LINE FOR THIS RUN TO THE SHARED OPERATIONS
      * AUDIT TRAIL, MIRRORING THE PROGRAM TOTALS DISPLAYED ABOVE.
           ACCEPT WS-RUN-TIME FROM TIME.
           MOVE "CUTCMPRB"          TO AUD-PROGRAM-NAME.
           MOVE WS-RUN-DATE         TO AUD-RUN-DATE.
           MOVE WS-RUN-TIME         TO AUD-RUN-TIME.
           MOVE WS-TRANS-READ       TO AUD-RECORDS-READ.
           MOVE WS-CUTS-COMPLETED   TO AUD-RECORDS-WRITTEN.
           MOVE SPACES              TO AUD-KEY-TOTALS.
           MOVE "REJECTED="         TO AUD-KEY-TOTALS(1:9).
           MOVE WS-TRANS-REJECTED   TO AUD-KEY-TOTALS(10:4).
           MOVE "RECUTS="           TO AUD-KEY-TOTALS(15:7).
           MOVE WS-RECUTS           TO AUD-KEY-TOTALS(22:4).
           IF RETURN-CODE = 0
              MOVE "OK" TO AUD-COMPLETION-STATUS
           ELSE
              MOVE "ER" TO AUD-COMPLETION-STATUS
           END-IF.
           WRITE AUDIT-TRAIL-RECORD FROM AUDIT-TRAIL-LINE.
