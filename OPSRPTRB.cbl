      * OPSRPTRB-VARIANCE-PCT (DEFAULT 25).  THE EXPECTED-RUN LIST
      * COMES FROM OPSEXPECT.DAT (ONE PROGRAM NAME PER RECORD), WITH
      * THE NIGHTLY CHAIN'S THREE STEPS AS THE BUILT-IN DEFAULT.
      * NITERUNRB NOW WRITES THAT FILE FROM THE NIGHT'S SCHEDULE, EACH
      * NAME STAMPED WITH THE BUSINESS DATE IT WAS SCHEDULED FOR.  A
      * LIST STAMPED FOR ANOTHER NIGHT THAN THE ONE BEING REPORTED IS
      * CALLED OUT AND ENDS THE RUN NONZERO, SINCE THE MISSING-RUN
      * CHECK BELOW IT IS THEN CHECKING THE WRONG SCHEDULE.  A NAME
      * WITH NO STAMP (A HAND-KEPT LIST) IS TAKEN AS IT ALWAYS WAS.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           DATA RECORD IS EXPECTED-RUNS-RECORD.
       01 EXPECTED-RUNS-RECORD.
           05  EXP-PROGRAM-NAME         PIC X(10).
           05  EXP-BUSINESS-DATE        PIC X(06).

       FD  OPS-REPORT
           RECORDING MODE IS F
      * CHAIN'S STEPS WHEN NO FILE EXISTS:
        01 WS-EXP-COUNT                 PIC 9(02) VALUE 0.
        01 WS-EXP-SUB                   PIC 9(02) VALUE 0.
        01 WS-EXP-LIST-DATE             PIC X(06) VALUE SPACES.
        01 WS-STALE-LIST-SW             PIC X(01) VALUE "N".
           88 EXPECTED-LIST-IS-STALE       VALUE "Y".
        01 WS-DEFAULT-EXPECTED.
           05 FILLER                    PIC X(10) VALUE "PAYRPTRB".
           05 FILLER                    PIC X(10) VALUE "MATHSHPS".
           05 FILLER                    PIC X(10) VALUE "SALESSUM".
        01 FILLER REDEFINES WS-DEFAULT-EXPECTED.
           05 WS-DEFAULT-EXP-ENTRY OCCURS 3 TIMES PIC X(10).
        01 EXPECTED-TABLE-ENTRY OCCURS 50 TIMES.
           05 TABLE-EXP-PROGRAM         PIC X(10).
           05 TABLE-EXP-SEEN            PIC X(01).

           05 FILLER                 PIC X(42)
              VALUE "*** EXPECTED RUN MISSING - INVESTIGATE ***".

       01  STALE-LIST-LINE.
           05 STALE-CC               PIC X(01) VALUE SPACE.
           05 FILLER                 PIC X(09) VALUE SPACES.
           05 FILLER                 PIC X(45)
              VALUE "*** EXPECTED-RUN LIST WAS BUILT FOR NIGHT OF ".
           05 STALE-LIST-DATE        PIC X(06).
           05 FILLER                 PIC X(33)
              VALUE " - NOT THE REPORT NIGHT ***".

       01  DETAIL-LINE-LINE.
           05 FILLER                 PIC X(10) VALUE SPACES.
           05 FILLER                 PIC X(115) VALUE ALL "_".
           display "AUDIT LINES READ:            " WS-LOG-COUNT.
           display "RUNS ON REPORT NIGHT:        " WS-TONIGHT-COUNT.
           display "EXPECTED RUNS MISSING:       " WS-MISSING-COUNT.
           IF WS-MISSING-COUNT > 0 OR EXPECTED-LIST-IS-STALE
              MOVE 8 TO RETURN-CODE
           END-IF.

           OPEN INPUT EXPECTED-RUNS-FILE.
           IF EXPECTED-RUNS-SUCCESSFUL
              PERFORM UNTIL END-OF-EXPECTED-RUNS
                       OR WS-EXP-COUNT = 50
                 READ EXPECTED-RUNS-FILE
                    AT END
                       SET END-OF-EXPECTED-RUNS TO TRUE
                    NOT AT END
                       IF EXP-BUSINESS-DATE NOT = SPACES
                          MOVE EXP-BUSINESS-DATE TO WS-EXP-LIST-DATE
                       END-IF
                       ADD 1 TO WS-EXP-COUNT
                       MOVE EXP-PROGRAM-NAME TO
                            TABLE-EXP-PROGRAM (WS-EXP-COUNT)
                 END-READ
              END-PERFORM
              CLOSE EXPECTED-RUNS-FILE
              IF WS-EXP-LIST-DATE NOT = SPACES
                 AND WS-EXP-LIST-DATE NOT = WS-REPORT-DATE (1:6)
                 SET EXPECTED-LIST-IS-STALE TO TRUE
              END-IF
           ELSE
              MOVE 3 TO WS-EXP-COUNT
              PERFORM VARYING WS-EXP-SUB FROM 1 BY 1
      * LINE FOR THE REPORT NIGHT.
           write OPS-REPORT-RECORD from DETAIL-LINE-LINE
             after advancing 01 lines.
           IF EXPECTED-LIST-IS-STALE
              MOVE WS-EXP-LIST-DATE TO STALE-LIST-DATE
              write OPS-REPORT-RECORD from STALE-LIST-LINE
                after advancing 01 lines
              DISPLAY "OPSRPTRB: *** EXPECTED-RUN LIST IS FOR NIGHT "
                  WS-EXP-LIST-DATE ", NOT " WS-REPORT-DATE " ***"
           END-IF.
           PERFORM VARYING WS-EXP-SUB FROM 1 BY 1
              UNTIL WS-EXP-SUB > WS-EXP-COUNT
              IF TABLE-EXP-SEEN (WS-EXP-SUB) NOT = "Y"
