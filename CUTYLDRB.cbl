       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CUTYLDRB.
       AUTHOR.        RYAN BROOKS
      * WEEKLY CUT YIELD REPORT.  THE SHAPE RUN, ORDER ENTRY'S
      * MATERIAL RESERVATION AND THE CUT SCHEDULE ALL PLAN MATERIAL
      * AT AREA TIMES ONE FLAT WASTE FACTOR (MATLCTL.DAT) THAT HAD
      * NEVER BEEN CHECKED AGAINST THE FLOOR.  THIS PROGRAM READS THE
      * CUT LOG CUTCMPRB WRITES AS CUTS ARE REPORTED AND, FOR ONE
      * WEEK (MONDAY THROUGH SUNDAY), COMPARES ACTUAL MATERIAL USED
      * TO PLANNED:
      *   - BY MATERIAL, WITH THE WASTE FACTOR THE WEEK'S CUTS
      *     ACTUALLY RAN AT (UNITS USED OVER THEORETICAL AREA);
      *   - BY OPERATOR;
      *   - AND THE SCRAP BY REASON.
      * THE OVERALL FACTOR IS PRINTED BESIDE THE ONE IN USE SO THE
      * CONTROL RECORD CAN BE SET FROM EVIDENCE.  RECUT UNITS COUNT
      * AS USAGE AGAINST THE PIECE THAT FINALLY CAME OFF THE TABLE.
      * THE WEEK DEFAULTS TO THE LAST FULL WEEK; CUTYLDRB-WEEK-DATE
      * (CCYYMMDD) PICKS THE WEEK THAT CONTAINS ANY OTHER DATE.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUT-LOG-FILE ASSIGN DYNAMIC
                 WS-CUT-LOG-PATH
             organization is line sequential
             file status is WS-CUT-LOG-STATUS.
           SELECT MATERIAL-CONTROL-FILE ASSIGN DYNAMIC
                 WS-MATERIAL-CONTROL-PATH
             organization is line sequential
             file status is WS-MATERIAL-CONTROL-STATUS.
           SELECT YIELD-REPORT
             ASSIGN DYNAMIC WS-YIELD-REPORT-PATH
             organization is LINE sequential
             file status is WS-YIELD-REPORT-STATUS.
           SELECT AUDIT-TRAIL-FILE ASSIGN DYNAMIC
                 WS-AUDIT-TRAIL-PATH
             organization is line sequential
             file status is WS-AUDIT-TRAIL-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  CUT-LOG-FILE
           RECORDING MODE IS F
           DATA RECORD IS CUT-LOG-RECORD.
      * CUTCMPRB'S LOG - ONE ROW PER CUT COMPLETED.  A RECUT ROW (R)
      * CARRIES NO AREA OR PLAN AND ALL OF ITS UNITS ARE SCRAP.
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
               88 CLG-RECUT                VALUE "R".
           05  CLG-REASON               PIC X(02).

       FD  MATERIAL-CONTROL-FILE
           RECORDING MODE IS F
           DATA RECORD IS MATERIAL-CONTROL-RECORD.
       01 MATERIAL-CONTROL-RECORD.
           05  CTL-WASTE-PCT            PIC 9V99.

       FD  YIELD-REPORT
           RECORDING MODE IS F
           DATA RECORD IS YIELD-REPORT-RECORD.
       01 YIELD-REPORT-RECORD            PIC X(133).

       FD  AUDIT-TRAIL-FILE
           RECORDING MODE IS F
           DATA RECORD IS AUDIT-TRAIL-RECORD.
       01 AUDIT-TRAIL-RECORD             PIC X(89).

       WORKING-STORAGE SECTION.
      * FILE PATHS - DEFAULT TO THE PATHS BELOW, BUT CAN BE OVERRIDDEN
      * AT RUN TIME BY SETTING THE MATCHING ENVIRONMENT VARIABLE
      * BEFORE STARTING THE PROGRAM (SEE 0500-GET-FILE-PATHS):
        01 WS-FILE-PATHS.
           05 WS-CUT-LOG-PATH           PIC X(80)
                VALUE "C:\Users\Ryan\Desktop\CUTLOG.DAT".
           05 WS-MATERIAL-CONTROL-PATH  PIC X(80)
                VALUE "C:\Users\Ryan\Desktop\MATLCTL.DAT".
           05 WS-YIELD-REPORT-PATH      PIC X(80)
                VALUE "C:\Users\Ryan\Desktop\CUTYIELD.rpt".
           05 WS-AUDIT-TRAIL-PATH       PIC X(80)
                VALUE "C:\Users\Ryan\Desktop\OPS-AUDIT-TRAIL.LOG".
           05 WS-ENV-PATH-OVERRIDE      PIC X(80).

      * File status
        COPY "FILESTAT.cpy" REPLACING
            ==STATUS-FIELD==   BY ==WS-CUT-LOG-STATUS==
            ==STATUS-OK==      BY ==CUT-LOG-SUCCESSFUL==
            ==STATUS-EOF==     BY ==END-OF-CUT-LOG==
            ==STATUS-INVALID== BY ==INVALID-VALUE-IN-FILE==.
        01 WS-MATERIAL-CONTROL-STATUS   pic X(02).
           88 MATERIAL-CONTROL-FOUND       VALUE "00".
        01 WS-YIELD-REPORT-STATUS       pic X(02).
           88 GOOD-YIELD-REPORT            VALUE "00".
        01 WS-AUDIT-TRAIL-STATUS        pic X(02).
           88 GOOD-AUDIT-TRAIL-WRITE       VALUE "00".

      * THE REPORTING WEEK, MONDAY THROUGH SUNDAY
        01 WS-WEEK-DATE-PARM            PIC X(08) VALUE SPACES.
        01 WS-WEEK-DATE                 PIC 9(08) VALUE 0.
        01 WS-WEEK-INTEGER              PIC 9(07) VALUE 0.
        01 WS-WEEK-NUMBER               PIC 9(07) VALUE 0.
        01 WS-WEEK-START                PIC 9(08) VALUE 0.
        01 WS-WEEK-END                  PIC 9(08) VALUE 0.

      * SCRAP REASONS - THE SAME TABLE CUTCMPRB EDITS AGAINST, WITH
      * THE WEEK'S OCCURRENCES AND SCRAP UNITS BESIDE EACH.
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
        01 WS-REASON-TOTALS.
           05 RSN-TOTAL-ENTRY OCCURS 6 TIMES.
              10 RSN-TOTAL-COUNT        PIC 9(05).
              10 RSN-TOTAL-SCRAP        PIC 9(07).

      * THE WEEK'S CUTS BY MATERIAL AND BY OPERATOR, EACH KEPT IN
      * CODE ORDER AS IT IS BUILT.
        01 WS-MAT-COUNT                 PIC 9(03) VALUE 0.
        01 WS-MAT-SUB                   PIC 9(03) VALUE 0.
        01 WS-MAT-SHIFT                 PIC 9(03) VALUE 0.
        01 WS-MATERIAL-TABLE.
           05 MAT-TABLE-ENTRY OCCURS 100 TIMES.
              10 TABLE-MAT-ID           PIC X(05).
              10 TABLE-MAT-CUTS         PIC 9(05).
              10 TABLE-MAT-RECUTS       PIC 9(05).
              10 TABLE-MAT-AREA         PIC 9(08)V99.
              10 TABLE-MAT-PLANNED      PIC 9(07).
              10 TABLE-MAT-USED         PIC 9(07).
              10 TABLE-MAT-SCRAP        PIC 9(07).
        01 WS-OPR-COUNT                 PIC 9(03) VALUE 0.
        01 WS-OPR-SUB                   PIC 9(03) VALUE 0.
        01 WS-OPR-SHIFT                 PIC 9(03) VALUE 0.
        01 WS-OPERATOR-TABLE.
           05 OPR-TABLE-ENTRY OCCURS 200 TIMES.
              10 TABLE-OPR-ID           PIC X(06).
              10 TABLE-OPR-CUTS         PIC 9(05).
              10 TABLE-OPR-RECUTS       PIC 9(05).
              10 TABLE-OPR-AREA         PIC 9(08)V99.
              10 TABLE-OPR-PLANNED      PIC 9(07).
              10 TABLE-OPR-USED         PIC 9(07).
              10 TABLE-OPR-SCRAP        PIC 9(07).
        01 WS-TABLE-OVERFLOWS           PIC 9(05) VALUE 0.

      * ONE PRINT ROW'S FIGURES, FROM WHICHEVER TABLE IS PRINTING
        01 WS-ROW-CUTS                  PIC 9(05) VALUE 0.
        01 WS-ROW-RECUTS                PIC 9(05) VALUE 0.
        01 WS-ROW-AREA                  PIC 9(08)V99 VALUE 0.
        01 WS-ROW-PLANNED               PIC 9(07) VALUE 0.
        01 WS-ROW-USED                  PIC 9(07) VALUE 0.
        01 WS-ROW-SCRAP                 PIC 9(07) VALUE 0.
        01 WS-ROW-VARIANCE              PIC S9(07) VALUE 0.
        01 WS-ROW-VAR-PCT               PIC S9(05)V9 VALUE 0.
        01 WS-ROW-FACTOR                PIC 9(03)V99 VALUE 0.

      * WEEK TOTALS AND THE WASTE FACTOR IN USE
        01 WS-CTL-WASTE-PCT             PIC 9V99 VALUE 1.10.
        01 WS-WEEK-CUTS                 PIC 9(05) VALUE 0.
        01 WS-WEEK-RECUTS               PIC 9(05) VALUE 0.
        01 WS-WEEK-AREA                 PIC 9(08)V99 VALUE 0.
        01 WS-WEEK-PLANNED              PIC 9(07) VALUE 0.
        01 WS-WEEK-USED                 PIC 9(07) VALUE 0.
        01 WS-WEEK-SCRAP                PIC 9(07) VALUE 0.
        01 WS-RECORDS-READ              PIC 9(07) VALUE 0.
        01 WS-RECORDS-USED              PIC 9(07) VALUE 0.
        01 WS-RUN-DATE                  PIC X(08).
        01 WS-RUN-TIME                  PIC 9(08) VALUE 0.
        COPY "AUDITTRL.cpy".

       01  PAGE-HDG-01.
           05 PAGE-HDG-01-CC         PIC X(01) VALUE SPACE.
           05 FILLER                 PIC X(48) VALUE SPACES.
           05 FILLER                 PIC X(31)
              VALUE "WEEKLY CUT YIELD REPORT".
           05 FILLER                 PIC X(25) VALUE SPACES.
           05 FILLER                 PIC X(06) VALUE "PAGE: ".
           05 PAGE-HDG-01-PAGE       PIC ZZ9.
       01  PAGE-HDG-02.
           05 PAGE-HDG-02-CC         PIC X(01) VALUE SPACE.
           05 FILLER                 PIC X(36) VALUE SPACES.
           05 FILLER                 PIC X(09) VALUE "WEEK OF: ".
           05 PAGE-HDG-02-START      PIC 9999/99/99.
           05 FILLER                 PIC X(04) VALUE " TO ".
           05 PAGE-HDG-02-END        PIC 9999/99/99.
           05 FILLER                 PIC X(04) VALUE SPACES.
           05 FILLER                 PIC X(10) VALUE "RUN DATE: ".
           05 PAGE-HDG-02-DATE       PIC XX/XX/XXXX.
       01  SECTION-HDG-LINE.
           05 FILLER                 PIC X(10) VALUE SPACES.
           05 SECTION-HDG-TITLE      PIC X(40).
       01  YIELD-HDG-LINE.
           05 FILLER                 PIC X(10) VALUE SPACES.
           05 YIELD-HDG-KEY          PIC X(10).
           05 FILLER                 PIC X(07) VALUE "   CUTS".
           05 FILLER                 PIC X(07) VALUE " RECUTS".
           05 FILLER                 PIC X(13) VALUE "        SQ FT".
           05 FILLER                 PIC X(10) VALUE "   PLANNED".
           05 FILLER                 PIC X(10) VALUE "    ACTUAL".
           05 FILLER                 PIC X(11) VALUE "   VARIANCE".
           05 FILLER                 PIC X(08) VALUE "   VAR %".
           05 FILLER                 PIC X(10) VALUE "     SCRAP".
           05 FILLER                 PIC X(08) VALUE "  FACTOR".
       01  YIELD-DETAIL-LINE.
           05 FILLER                 PIC X(10) VALUE SPACES.
           05 YLD-KEY                PIC X(10).
           05 YLD-CUTS               PIC ZZ,ZZ9.
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 YLD-RECUTS             PIC ZZ,ZZ9.
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 YLD-AREA               PIC Z,ZZZ,ZZ9.99.
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 YLD-PLANNED            PIC Z,ZZZ,ZZ9.
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 YLD-USED               PIC Z,ZZZ,ZZ9.
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 YLD-VARIANCE           PIC -,---,--9.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 YLD-VAR-PCT            PIC ---9.9.
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 YLD-SCRAP              PIC Z,ZZZ,ZZ9.
           05 FILLER                 PIC X(03) VALUE SPACES.
           05 YLD-FACTOR             PIC ZZ9.99.
       01  REASON-HDG-LINE.
           05 FILLER                 PIC X(10) VALUE SPACES.
           05 FILLER                 PIC X(06) VALUE "CODE".
           05 FILLER                 PIC X(22) VALUE "REASON".
           05 FILLER                 PIC X(12) VALUE " OCCURRENCES".
           05 FILLER                 PIC X(12) VALUE " SCRAP UNITS".
           05 FILLER                 PIC X(12) VALUE "  % OF SCRAP".
       01  REASON-DETAIL-LINE.
           05 FILLER                 PIC X(10) VALUE SPACES.
           05 RSN-CODE               PIC X(02).
           05 FILLER                 PIC X(04) VALUE SPACES.
           05 RSN-DESCRIPTION        PIC X(20).
           05 FILLER                 PIC X(04) VALUE SPACES.
           05 RSN-COUNT              PIC ZZ,ZZ9.
           05 FILLER                 PIC X(03) VALUE SPACES.
           05 RSN-SCRAP              PIC Z,ZZZ,ZZ9.
           05 FILLER                 PIC X(06) VALUE SPACES.
           05 RSN-PCT                PIC ZZ9.9.
       01  FACTOR-LINE.
           05 FILLER                 PIC X(10) VALUE SPACES.
           05 FILLER                 PIC X(22)
              VALUE "WASTE FACTOR IN USE: ".
           05 FCT-IN-USE             PIC 9.99.
           05 FILLER                 PIC X(05) VALUE SPACES.
           05 FILLER                 PIC X(36)
              VALUE "FACTOR THE WEEK'S CUTS RAN AT: ".
           05 FCT-ACTUAL             PIC ZZ9.99.
       01  NO-CUTS-LINE.
           05 FILLER                 PIC X(10) VALUE SPACES.
           05 FILLER                 PIC X(40)
              VALUE "NO CUTS WERE REPORTED FOR THE WEEK".
       01  OVERFLOW-LINE.
           05 FILLER                 PIC X(10) VALUE SPACES.
           05 OVF-COUNT              PIC ZZ,ZZ9.
           05 FILLER                 PIC X(60)
              VALUE " CUTS NOT BROKEN OUT - TABLE FULL".

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

           DISPLAY "CUTYLDRB FOR RYAN BROOKS".

           PERFORM 1000-INITIALIZE.
           PERFORM 2000-READ-CUT-LOG.

           perform until END-OF-CUT-LOG
              perform 3000-TALLY-CUT
              perform 2000-READ-CUT-LOG
           END-PERFORM.

           IF WS-RECORDS-USED = 0
              WRITE YIELD-REPORT-RECORD FROM NO-CUTS-LINE
                AFTER ADVANCING 02 LINES
           ELSE
              PERFORM 5000-PRINT-BY-MATERIAL
              PERFORM 6000-PRINT-BY-OPERATOR
              PERFORM 7000-PRINT-SCRAP-BY-REASON
           END-IF.
           write YIELD-REPORT-RECORD from WS-REPORT-RULER
             after advancing 02 LINES.

           display "CUT LOG ROWS READ:           " WS-RECORDS-READ.
           display "CUTS IN THE WEEK:            " WS-RECORDS-USED.
           display "UNITS PLANNED:               " WS-WEEK-PLANNED.
           display "UNITS USED:                  " WS-WEEK-USED.

           PERFORM 9900-WRITE-AUDIT-RECORD.

           close CUT-LOG-FILE
                 YIELD-REPORT
                 AUDIT-TRAIL-FILE.

           GOBACK.

       0500-GET-FILE-PATHS.
      * OVERRIDE THE DEFAULT FILE PATHS IF THE MATCHING ENVIRONMENT
      * VARIABLE HAS BEEN SET:
           ACCEPT WS-ENV-PATH-OVERRIDE FROM ENVIRONMENT
                  "CUTYLDRB-CUT-LOG".
           IF WS-ENV-PATH-OVERRIDE NOT = SPACES
              MOVE WS-ENV-PATH-OVERRIDE TO WS-CUT-LOG-PATH
           END-IF.
           ACCEPT WS-ENV-PATH-OVERRIDE FROM ENVIRONMENT
                  "CUTYLDRB-MATERIAL-CONTROL".
           IF WS-ENV-PATH-OVERRIDE NOT = SPACES
              MOVE WS-ENV-PATH-OVERRIDE TO WS-MATERIAL-CONTROL-PATH
           END-IF.
           ACCEPT WS-ENV-PATH-OVERRIDE FROM ENVIRONMENT
                  "CUTYLDRB-YIELD-REPORT".
           IF WS-ENV-PATH-OVERRIDE NOT = SPACES
              MOVE WS-ENV-PATH-OVERRIDE TO WS-YIELD-REPORT-PATH
           END-IF.
           ACCEPT WS-ENV-PATH-OVERRIDE FROM ENVIRONMENT
                  "CUTYLDRB-AUDIT-TRAIL-FILE".
           IF WS-ENV-PATH-OVERRIDE NOT = SPACES
              MOVE WS-ENV-PATH-OVERRIDE TO WS-AUDIT-TRAIL-PATH
           END-IF.
           ACCEPT WS-WEEK-DATE-PARM FROM ENVIRONMENT
                  "CUTYLDRB-WEEK-DATE".

       1000-INITIALIZE.
           PERFORM 0500-GET-FILE-PATHS.
           ACCEPT WS-RUN-DATE FROM DATE.
           MOVE   WS-RUN-DATE TO PAGE-HDG-02-DATE.
      * THE WEEK HOLDING THE DATE ASKED FOR, OR THE WEEK BEFORE THE
      * ONE TODAY FALLS IN.  DAY 1 OF THE INTEGER CALENDAR IS A
      * MONDAY, SO WEEKS COUNT FROM IT.
           IF WS-WEEK-DATE-PARM IS NUMERIC
              MOVE WS-WEEK-DATE-PARM TO WS-WEEK-DATE
              COMPUTE WS-WEEK-INTEGER =
                  FUNCTION INTEGER-OF-DATE (WS-WEEK-DATE)
              COMPUTE WS-WEEK-NUMBER = (WS-WEEK-INTEGER - 1) / 7
           ELSE
              MOVE "20"              TO WS-WEEK-DATE (1:2)
              MOVE WS-RUN-DATE (1:6) TO WS-WEEK-DATE (3:6)
              COMPUTE WS-WEEK-INTEGER =
                  FUNCTION INTEGER-OF-DATE (WS-WEEK-DATE)
              COMPUTE WS-WEEK-NUMBER = ((WS-WEEK-INTEGER - 1) / 7) - 1
           END-IF.
           COMPUTE WS-WEEK-START =
               FUNCTION DATE-OF-INTEGER ((WS-WEEK-NUMBER * 7) + 1).
           COMPUTE WS-WEEK-END =
               FUNCTION DATE-OF-INTEGER ((WS-WEEK-NUMBER * 7) + 7).
           MOVE WS-WEEK-START TO PAGE-HDG-02-START.
           MOVE WS-WEEK-END   TO PAGE-HDG-02-END.
           MOVE ZEROES TO WS-REASON-TOTALS.
           PERFORM 1600-LOAD-WASTE-FACTOR.
           OPEN INPUT CUT-LOG-FILE.
           IF NOT CUT-LOG-SUCCESSFUL
              DISPLAY "CUTYLDRB: NO CUT LOG AT "
                  WS-CUT-LOG-PATH " STATUS = "
                  WS-CUT-LOG-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN OUTPUT YIELD-REPORT.
           OPEN EXTEND AUDIT-TRAIL-FILE.
           IF NOT GOOD-AUDIT-TRAIL-WRITE
              CLOSE AUDIT-TRAIL-FILE
              OPEN OUTPUT AUDIT-TRAIL-FILE
           END-IF.
           PERFORM 8000-WRITE-HEADINGS.

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

       2000-READ-CUT-LOG.
           READ CUT-LOG-FILE
                AT END
                   DISPLAY "END OF CUT LOG"
                NOT AT END
                   ADD 1 TO WS-RECORDS-READ.

       3000-TALLY-CUT.
      * ONLY THE WEEK'S CUTS, AND ONLY ROWS THAT READ CLEANLY.
           IF CLG-CUT-DATE NOT NUMERIC
              OR CLG-AREA NOT NUMERIC
              OR CLG-UNITS-PLANNED NOT NUMERIC
              OR CLG-UNITS-USED NOT NUMERIC
              OR CLG-UNITS-SCRAP NOT NUMERIC
              OR CLG-CUT-DATE < WS-WEEK-START
              OR CLG-CUT-DATE > WS-WEEK-END
              CONTINUE
           ELSE
              ADD 1 TO WS-RECORDS-USED
              IF CLG-RECUT
                 ADD 1 TO WS-WEEK-RECUTS
              ELSE
                 ADD 1 TO WS-WEEK-CUTS
              END-IF
              ADD CLG-AREA          TO WS-WEEK-AREA
              ADD CLG-UNITS-PLANNED TO WS-WEEK-PLANNED
              ADD CLG-UNITS-USED    TO WS-WEEK-USED
              ADD CLG-UNITS-SCRAP   TO WS-WEEK-SCRAP
              PERFORM 3100-TALLY-MATERIAL
              PERFORM 3200-TALLY-OPERATOR
              PERFORM 3300-TALLY-REASON
           END-IF.

       3100-TALLY-MATERIAL.
           PERFORM VARYING WS-MAT-SUB FROM 1 BY 1
              UNTIL WS-MAT-SUB > WS-MAT-COUNT
                 OR TABLE-MAT-ID (WS-MAT-SUB) NOT < CLG-MATERIAL
           END-PERFORM.
           IF WS-MAT-SUB > WS-MAT-COUNT
              OR TABLE-MAT-ID (WS-MAT-SUB) NOT = CLG-MATERIAL
              PERFORM 3150-INSERT-MATERIAL
           END-IF.
           IF WS-MAT-SUB = 0
              ADD 1 TO WS-TABLE-OVERFLOWS
           ELSE
              IF CLG-RECUT
                 ADD 1 TO TABLE-MAT-RECUTS (WS-MAT-SUB)
              ELSE
                 ADD 1 TO TABLE-MAT-CUTS (WS-MAT-SUB)
              END-IF
              ADD CLG-AREA          TO TABLE-MAT-AREA (WS-MAT-SUB)
              ADD CLG-UNITS-PLANNED TO TABLE-MAT-PLANNED (WS-MAT-SUB)
              ADD CLG-UNITS-USED    TO TABLE-MAT-USED (WS-MAT-SUB)
              ADD CLG-UNITS-SCRAP   TO TABLE-MAT-SCRAP (WS-MAT-SUB)
           END-IF.

       3150-INSERT-MATERIAL.
      * OPEN A SLOT AT WS-MAT-SUB BY MOVING THE LATER CODES DOWN ONE.
      * A FULL TABLE LEAVES WS-MAT-SUB ZERO - THE CUT IS COUNTED IN
      * THE WEEK'S TOTALS BUT NOT BROKEN OUT.
           IF WS-MAT-COUNT < 100
              PERFORM VARYING WS-MAT-SHIFT FROM WS-MAT-COUNT BY -1
                 UNTIL WS-MAT-SHIFT < WS-MAT-SUB
                 MOVE MAT-TABLE-ENTRY (WS-MAT-SHIFT) TO
                      MAT-TABLE-ENTRY (WS-MAT-SHIFT + 1)
              END-PERFORM
              ADD 1 TO WS-MAT-COUNT
              MOVE CLG-MATERIAL TO TABLE-MAT-ID (WS-MAT-SUB)
              MOVE 0 TO TABLE-MAT-CUTS (WS-MAT-SUB)
                        TABLE-MAT-RECUTS (WS-MAT-SUB)
                        TABLE-MAT-AREA (WS-MAT-SUB)
                        TABLE-MAT-PLANNED (WS-MAT-SUB)
                        TABLE-MAT-USED (WS-MAT-SUB)
                        TABLE-MAT-SCRAP (WS-MAT-SUB)
           ELSE
              MOVE 0 TO WS-MAT-SUB
           END-IF.

       3200-TALLY-OPERATOR.
           PERFORM VARYING WS-OPR-SUB FROM 1 BY 1
              UNTIL WS-OPR-SUB > WS-OPR-COUNT
                 OR TABLE-OPR-ID (WS-OPR-SUB) NOT < CLG-OPERATOR
           END-PERFORM.
           IF WS-OPR-SUB > WS-OPR-COUNT
              OR TABLE-OPR-ID (WS-OPR-SUB) NOT = CLG-OPERATOR
              PERFORM 3250-INSERT-OPERATOR
           END-IF.
           IF WS-OPR-SUB = 0
              ADD 1 TO WS-TABLE-OVERFLOWS
           ELSE
              IF CLG-RECUT
                 ADD 1 TO TABLE-OPR-RECUTS (WS-OPR-SUB)
              ELSE
                 ADD 1 TO TABLE-OPR-CUTS (WS-OPR-SUB)
              END-IF
              ADD CLG-AREA          TO TABLE-OPR-AREA (WS-OPR-SUB)
              ADD CLG-UNITS-PLANNED TO TABLE-OPR-PLANNED (WS-OPR-SUB)
              ADD CLG-UNITS-USED    TO TABLE-OPR-USED (WS-OPR-SUB)
              ADD CLG-UNITS-SCRAP   TO TABLE-OPR-SCRAP (WS-OPR-SUB)
           END-IF.

       3250-INSERT-OPERATOR.
           IF WS-OPR-COUNT < 200
              PERFORM VARYING WS-OPR-SHIFT FROM WS-OPR-COUNT BY -1
                 UNTIL WS-OPR-SHIFT < WS-OPR-SUB
                 MOVE OPR-TABLE-ENTRY (WS-OPR-SHIFT) TO
                      OPR-TABLE-ENTRY (WS-OPR-SHIFT + 1)
              END-PERFORM
              ADD 1 TO WS-OPR-COUNT
              MOVE CLG-OPERATOR TO TABLE-OPR-ID (WS-OPR-SUB)
              MOVE 0 TO TABLE-OPR-CUTS (WS-OPR-SUB)
                        TABLE-OPR-RECUTS (WS-OPR-SUB)
                        TABLE-OPR-AREA (WS-OPR-SUB)
                        TABLE-OPR-PLANNED (WS-OPR-SUB)
                        TABLE-OPR-USED (WS-OPR-SUB)
                        TABLE-OPR-SCRAP (WS-OPR-SUB)
           ELSE
              MOVE 0 TO WS-OPR-SUB
           END-IF.

       3300-TALLY-REASON.
      * A GOOD CUT HAS NO REASON.  A CODE NOT IN THE TABLE CAN ONLY
      * BE A HAND-EDITED ROW; IT FILES UNDER OTHER.
           IF CLG-REASON NOT = SPACES
              PERFORM VARYING WS-RSN-SUB FROM 1 BY 1
                 UNTIL WS-RSN-SUB > WS-REASON-COUNT
                    OR REASON-CODE (WS-RSN-SUB) = CLG-REASON
              END-PERFORM
              IF WS-RSN-SUB > WS-REASON-COUNT
                 MOVE WS-REASON-COUNT TO WS-RSN-SUB
              END-IF
              ADD 1 TO RSN-TOTAL-COUNT (WS-RSN-SUB)
              ADD CLG-UNITS-SCRAP TO RSN-TOTAL-SCRAP (WS-RSN-SUB)
           END-IF.

       5000-PRINT-BY-MATERIAL.
           MOVE "YIELD BY MATERIAL" TO SECTION-HDG-TITLE.
           MOVE "MATERIAL"          TO YIELD-HDG-KEY.
           PERFORM 8100-WRITE-SECTION-HEADING.
           PERFORM VARYING WS-MAT-SUB FROM 1 BY 1
              UNTIL WS-MAT-SUB > WS-MAT-COUNT
              MOVE TABLE-MAT-ID (WS-MAT-SUB)      TO YLD-KEY
              MOVE TABLE-MAT-CUTS (WS-MAT-SUB)    TO WS-ROW-CUTS
              MOVE TABLE-MAT-RECUTS (WS-MAT-SUB)  TO WS-ROW-RECUTS
              MOVE TABLE-MAT-AREA (WS-MAT-SUB)    TO WS-ROW-AREA
              MOVE TABLE-MAT-PLANNED (WS-MAT-SUB) TO WS-ROW-PLANNED
              MOVE TABLE-MAT-USED (WS-MAT-SUB)    TO WS-ROW-USED
              MOVE TABLE-MAT-SCRAP (WS-MAT-SUB)   TO WS-ROW-SCRAP
              PERFORM 7500-WRITE-YIELD-LINE
           END-PERFORM.
           PERFORM 5100-PRINT-WEEK-TOTAL.
           MOVE WS-CTL-WASTE-PCT TO FCT-IN-USE.
           MOVE WS-ROW-FACTOR    TO FCT-ACTUAL.
           WRITE YIELD-REPORT-RECORD FROM FACTOR-LINE
             AFTER ADVANCING 02 LINES.
           ADD 2 TO WS-LINE-COUNT.
           IF WS-TABLE-OVERFLOWS > 0
              MOVE WS-TABLE-OVERFLOWS TO OVF-COUNT
              WRITE YIELD-REPORT-RECORD FROM OVERFLOW-LINE
                AFTER ADVANCING 01 LINES
              ADD 1 TO WS-LINE-COUNT
           END-IF.

       5100-PRINT-WEEK-TOTAL.
           write YIELD-REPORT-RECORD from DETAIL-LINE-LINE
             AFTER ADVANCING 01 LINES.
           ADD 1 TO WS-LINE-COUNT.
           MOVE "WEEK TOTAL"    TO YLD-KEY.
           MOVE WS-WEEK-CUTS    TO WS-ROW-CUTS.
           MOVE WS-WEEK-RECUTS  TO WS-ROW-RECUTS.
           MOVE WS-WEEK-AREA    TO WS-ROW-AREA.
           MOVE WS-WEEK-PLANNED TO WS-ROW-PLANNED.
           MOVE WS-WEEK-USED    TO WS-ROW-USED.
           MOVE WS-WEEK-SCRAP   TO WS-ROW-SCRAP.
           PERFORM 7500-WRITE-YIELD-LINE.

       6000-PRINT-BY-OPERATOR.
           MOVE "YIELD BY OPERATOR" TO SECTION-HDG-TITLE.
           MOVE "OPERATOR"          TO YIELD-HDG-KEY.
           PERFORM 8100-WRITE-SECTION-HEADING.
           PERFORM VARYING WS-OPR-SUB FROM 1 BY 1
              UNTIL WS-OPR-SUB > WS-OPR-COUNT
              MOVE TABLE-OPR-ID (WS-OPR-SUB)      TO YLD-KEY
              MOVE TABLE-OPR-CUTS (WS-OPR-SUB)    TO WS-ROW-CUTS
              MOVE TABLE-OPR-RECUTS (WS-OPR-SUB)  TO WS-ROW-RECUTS
              MOVE TABLE-OPR-AREA (WS-OPR-SUB)    TO WS-ROW-AREA
              MOVE TABLE-OPR-PLANNED (WS-OPR-SUB) TO WS-ROW-PLANNED
              MOVE TABLE-OPR-USED (WS-OPR-SUB)    TO WS-ROW-USED
              MOVE TABLE-OPR-SCRAP (WS-OPR-SUB)   TO WS-ROW-SCRAP
              PERFORM 7500-WRITE-YIELD-LINE
           END-PERFORM.
           PERFORM 5100-PRINT-WEEK-TOTAL.

       7000-PRINT-SCRAP-BY-REASON.
           MOVE "SCRAP BY REASON" TO SECTION-HDG-TITLE.
           IF WS-LINE-COUNT > 40
              PERFORM 8000-WRITE-HEADINGS
           END-IF.
           WRITE YIELD-REPORT-RECORD FROM SECTION-HDG-LINE
             AFTER ADVANCING 03 LINES.
           WRITE YIELD-REPORT-RECORD FROM REASON-HDG-LINE
             AFTER ADVANCING 02 LINES.
           ADD 5 TO WS-LINE-COUNT.
           PERFORM VARYING WS-RSN-SUB FROM 1 BY 1
              UNTIL WS-RSN-SUB > WS-REASON-COUNT
              MOVE REASON-CODE (WS-RSN-SUB)        TO RSN-CODE
              MOVE REASON-DESCRIPTION (WS-RSN-SUB) TO RSN-DESCRIPTION
              MOVE RSN-TOTAL-COUNT (WS-RSN-SUB)    TO RSN-COUNT
              MOVE RSN-TOTAL-SCRAP (WS-RSN-SUB)    TO RSN-SCRAP
              IF WS-WEEK-SCRAP > 0
                 COMPUTE RSN-PCT ROUNDED =
                     RSN-TOTAL-SCRAP (WS-RSN-SUB) * 100
                     / WS-WEEK-SCRAP
              ELSE
                 MOVE 0 TO RSN-PCT
              END-IF
              WRITE YIELD-REPORT-RECORD FROM REASON-DETAIL-LINE
                AFTER ADVANCING 01 LINES
              ADD 1 TO WS-LINE-COUNT
           END-PERFORM.
           write YIELD-REPORT-RECORD from DETAIL-LINE-LINE
             AFTER ADVANCING 01 LINES.
           MOVE 0 TO WS-ROW-CUTS.
           PERFORM VARYING WS-RSN-SUB FROM 1 BY 1
              UNTIL WS-RSN-SUB > WS-REASON-COUNT
              ADD RSN-TOTAL-COUNT (WS-RSN-SUB) TO WS-ROW-CUTS
           END-PERFORM.
           MOVE SPACES            TO RSN-CODE.
           MOVE "TOTAL SCRAP"     TO RSN-DESCRIPTION.
           MOVE WS-ROW-CUTS       TO RSN-COUNT.
           MOVE WS-WEEK-SCRAP     TO RSN-SCRAP.
           IF WS-WEEK-SCRAP = 0
              MOVE 0 TO RSN-PCT
           ELSE
              MOVE 100 TO RSN-PCT
           END-IF.
           WRITE YIELD-REPORT-RECORD FROM REASON-DETAIL-LINE
             AFTER ADVANCING 01 LINES.

       7500-WRITE-YIELD-LINE.
      * VARIANCE IS ACTUAL LESS PLANNED - OVER PLAN PRINTS POSITIVE.
      * THE FACTOR IS UNITS USED PER SQUARE FOOT CUT.
           COMPUTE WS-ROW-VARIANCE = WS-ROW-USED - WS-ROW-PLANNED.
           IF WS-ROW-PLANNED > 0
              COMPUTE WS-ROW-VAR-PCT ROUNDED =
                  WS-ROW-VARIANCE * 100 / WS-ROW-PLANNED
           ELSE
              MOVE 0 TO WS-ROW-VAR-PCT
           END-IF.
           IF WS-ROW-AREA > 0
              COMPUTE WS-ROW-FACTOR ROUNDED =
                  WS-ROW-USED / WS-ROW-AREA
           ELSE
              MOVE 0 TO WS-ROW-FACTOR
           END-IF.
           MOVE WS-ROW-CUTS     TO YLD-CUTS.
           MOVE WS-ROW-RECUTS   TO YLD-RECUTS.
           MOVE WS-ROW-AREA     TO YLD-AREA.
           MOVE WS-ROW-PLANNED  TO YLD-PLANNED.
           MOVE WS-ROW-USED     TO YLD-USED.
           MOVE WS-ROW-VARIANCE TO YLD-VARIANCE.
           MOVE WS-ROW-VAR-PCT  TO YLD-VAR-PCT.
           MOVE WS-ROW-SCRAP    TO YLD-SCRAP.
           MOVE WS-ROW-FACTOR   TO YLD-FACTOR.
           add 1 to WS-LINE-COUNT.
           if WS-LINE-COUNT > 50
              PERFORM 8000-WRITE-HEADINGS
              PERFORM 8100-WRITE-SECTION-HEADING
           end-if.
           write YIELD-REPORT-RECORD from YIELD-DETAIL-LINE
             after advancing 01 lines.

       8000-WRITE-HEADINGS.
           add 1 to WS-PAGE-COUNT.
           move WS-PAGE-COUNT TO PAGE-HDG-01-PAGE.
           WRITE YIELD-REPORT-RECORD FROM WS-REPORT-RULER
             after advancing page.
           WRITE YIELD-REPORT-RECORD
            FROM PAGE-HDG-01 after advancing 01 LINES.
           WRITE YIELD-REPORT-RECORD
            FROM PAGE-HDG-02 after advancing 01 LINES.
           MOVE 3 TO WS-LINE-COUNT.

       8100-WRITE-SECTION-HEADING.
           IF WS-LINE-COUNT > 44
              PERFORM 8000-WRITE-HEADINGS
           END-IF.
           WRITE YIELD-REPORT-RECORD FROM SECTION-HDG-LINE
             AFTER ADVANCING 03 LINES.
           WRITE YIELD-REPORT-RECORD FROM YIELD-HDG-LINE
             AFTER ADVANCING 02 LINES.
           ADD 5 TO WS-LINE-COUNT.

       9900-WRITE-AUDIT-RECORD.
      * APPEND ONE SUMMARY LINE FOR THIS RUN TO THE SHARED OPERATIONS
      * AUDIT TRAIL, MIRRORING THE PROGRAM TOTALS DISPLAYED ABOVE.
           ACCEPT WS-RUN-TIME FROM TIME.
           MOVE "CUTYLDRB"          TO AUD-PROGRAM-NAME.
           MOVE WS-RUN-DATE         TO AUD-RUN-DATE.
           MOVE WS-RUN-TIME         TO AUD-RUN-TIME.
           MOVE WS-RECORDS-READ     TO AUD-RECORDS-READ.
           MOVE WS-RECORDS-USED     TO AUD-RECORDS-WRITTEN.
           MOVE SPACES              TO AUD-KEY-TOTALS.
           MOVE "WEEK="             TO AUD-KEY-TOTALS(1:5).
           MOVE WS-WEEK-END         TO AUD-KEY-TOTALS(6:8).
           IF RETURN-CODE = 0
              MOVE "OK" TO AUD-COMPLETION-STATUS
           ELSE
              MOVE "ER" TO AUD-COMPLETION-STATUS
           END-IF.
           WRITE AUDIT-TRAIL-RECORD FROM AUDIT-TRAIL-LINE.
