       IDENTIFICATION DIVISION.
       PROGRAM-ID.    GLPCLSRB.
       AUTHOR.        RYAN BROOKS
      * GENERAL LEDGER PERIOD CLOSE AND REOPEN.  KEEPS THE PERIOD
      * STATUS FILE (GLPERIOD.DAT - ONE ROW PER FISCAL PERIOD EVER
      * CLOSED, WITH WHO LAST CHANGED IT AND WHEN).  GLPOSTRB READS
      * THE SAME FILE AND SENDS ANY POSTING LINE DATED INTO A CLOSED
      * PERIOD TO ITS SUSPENSE LISTING INSTEAD OF THE LEDGER.  A
      * PERIOD WITH NO ROW HAS NEVER BEEN CLOSED AND IS OPEN.
      *
      * GLPCLSRB-PERIOD (CCYYPP) NAMES THE PERIOD; GLPCLSRB-ACTION
      * IS C TO CLOSE IT (THE DEFAULT - MONTHENDRB'S LAST STEP) OR R
      * TO REOPEN IT.  CLOSING RUNS FROM THE MONTH-END CHAIN, SO AN
      * UNATTENDED RUN MAY CLOSE; REOPENING PUTS DOLLARS BACK INTO
      * PLAY IN A PERIOD THE BOOKS HAVE BEEN DRAWN ON, SO IT TAKES AN
      * OPERATOR SIGNED ON AND AUTHORIZED FOR GLPCLSRB THROUGH
      * OPSIGNRB - NO BATCH PATH.  EVERY CLOSE, REOPEN, AND REFUSAL
      * LEAVES A LINE ON THE OPERATIONS AUDIT TRAIL.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PERIOD-STATUS-FILE ASSIGN DYNAMIC
                 WS-PERIOD-STATUS-PATH
             organization is line sequential
             file status is WS-PERIOD-STATUS-STATUS.
           SELECT AUDIT-TRAIL-FILE ASSIGN DYNAMIC
                 WS-AUDIT-TRAIL-PATH
             organization is line sequential
             file status is WS-AUDIT-TRAIL-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  PERIOD-STATUS-FILE
           RECORDING MODE IS F
           DATA RECORD IS PERIOD-STATUS-RECORD.
      * SAME LAYOUT GLPOSTRB READS:
       01 PERIOD-STATUS-RECORD.
           05  GLS-PERIOD               PIC X(06).
           05  GLS-STATUS               PIC X(01).
               88 GLS-PERIOD-CLOSED        VALUE "C".
               88 GLS-PERIOD-OPEN          VALUE "O".
           05  GLS-CHANGED-DATE         PIC X(08).
           05  GLS-CHANGED-TIME         PIC X(08).
           05  GLS-CHANGED-BY           PIC X(08).

       FD  AUDIT-TRAIL-FILE
           RECORDING MODE IS F
           DATA RECORD IS AUDIT-TRAIL-RECORD.
       01 AUDIT-TRAIL-RECORD             PIC X(89).

       WORKING-STORAGE SECTION.
      * FILE PATHS - DEFAULT TO THE PATHS BELOW, BUT CAN BE OVERRIDDEN
      * AT RUN TIME BY SETTING THE MATCHING ENVIRONMENT VARIABLE
      * BEFORE STARTING THE PROGRAM (SEE 0500-GET-FILE-PATHS):
        01 WS-FILE-PATHS.
           05 WS-PERIOD-STATUS-PATH     PIC X(80)
                VALUE "C:\Users\Ryan\Desktop\GLPERIOD.DAT".
           05 WS-AUDIT-TRAIL-PATH       PIC X(80)
                VALUE "C:\Users\Ryan\Desktop\OPS-AUDIT-TRAIL.LOG".
           05 WS-ENV-PATH-OVERRIDE      PIC X(80).

      * File status
        COPY "FILESTAT.cpy" REPLACING
            ==STATUS-FIELD==   BY ==WS-PERIOD-STATUS-STATUS==
            ==STATUS-OK==      BY ==PERIOD-STATUS-SUCCESSFUL==
            ==STATUS-EOF==     BY ==END-OF-PERIOD-STATUS==
            ==STATUS-INVALID== BY ==INVALID-VALUE-IN-FILE==.
        01 WS-AUDIT-TRAIL-STATUS        pic X(02).
           88 GOOD-AUDIT-TRAIL-WRITE       VALUE "00".

        COPY "SIGNON.cpy".

      * WHAT THIS RUN IS TO DO.
        01 WS-TARGET-PERIOD             PIC X(06) VALUE SPACES.
        01 WS-PERIOD-WORK.
           05 WS-PERIOD-CCYY            PIC 9(04).
           05 WS-PERIOD-PP              PIC 9(02).
        01 WS-ACTION                    PIC X(01) VALUE SPACES.
           88 ACTION-CLOSE                 VALUE "C".
           88 ACTION-REOPEN                VALUE "R".

      * THE PERIOD STATUS FILE, LOADED WHOLE AND REWRITTEN WHOLE.
        01 WS-PERIOD-COUNT              PIC 9(04) COMP VALUE 0.
        01 WS-PERIOD-TABLE.
           05 WS-PERIOD-ENTRY OCCURS 0 TO 1200 TIMES
                DEPENDING ON WS-PERIOD-COUNT.
              10 TABLE-GLS-PERIOD       PIC X(06).
              10 TABLE-GLS-STATUS       PIC X(01).
                 88 TABLE-GLS-CLOSED       VALUE "C".
              10 TABLE-GLS-CHANGED-DATE PIC X(08).
              10 TABLE-GLS-CHANGED-TIME PIC X(08).
              10 TABLE-GLS-CHANGED-BY   PIC X(08).
        01 WS-PERIOD-SUB                PIC 9(04) COMP VALUE 0.

        01 WS-AUDIT-TEXT                PIC X(30) VALUE SPACES.
        01 WS-RUN-DATE                  PIC X(08).
        01 WS-RUN-CCYYMMDD              PIC X(08) VALUE SPACES.
        01 WS-RUN-TIME                  PIC 9(08) VALUE 0.
        COPY "AUDITTRL.cpy".

       PROCEDURE DIVISION.

           DISPLAY "GLPCLSRB FOR RYAN BROOKS".

           PERFORM 1000-INITIALIZE.
           PERFORM 1200-OPERATOR-SIGN-ON.
           PERFORM 1500-LOAD-PERIOD-STATUS.

           PERFORM VARYING WS-PERIOD-SUB FROM 1 BY 1
              UNTIL WS-PERIOD-SUB > WS-PERIOD-COUNT
                 OR TABLE-GLS-PERIOD (WS-PERIOD-SUB) = WS-TARGET-PERIOD
           END-PERFORM.

           IF ACTION-CLOSE
              PERFORM 3000-CLOSE-PERIOD THRU 3000-EXIT
           ELSE
              PERFORM 4000-REOPEN-PERIOD THRU 4000-EXIT
           END-IF.

           PERFORM 9900-WRITE-AUDIT-RECORD.

           close AUDIT-TRAIL-FILE.

           GOBACK.

       0500-GET-FILE-PATHS.
      * OVERRIDE THE DEFAULT FILE PATHS IF THE MATCHING ENVIRONMENT
      * VARIABLE HAS BEEN SET:
           ACCEPT WS-ENV-PATH-OVERRIDE FROM ENVIRONMENT
                  "GLPCLSRB-PERIOD-STATUS-FILE".
           IF WS-ENV-PATH-OVERRIDE NOT = SPACES
              MOVE WS-ENV-PATH-OVERRIDE TO WS-PERIOD-STATUS-PATH
           END-IF.
           ACCEPT WS-ENV-PATH-OVERRIDE FROM ENVIRONMENT
                  "GLPCLSRB-AUDIT-TRAIL-FILE".
           IF WS-ENV-PATH-OVERRIDE NOT = SPACES
              MOVE WS-ENV-PATH-OVERRIDE TO WS-AUDIT-TRAIL-PATH
           END-IF.

       1000-INITIALIZE.
           PERFORM 0500-GET-FILE-PATHS.
           ACCEPT WS-RUN-DATE FROM DATE.
           MOVE "20"              TO WS-RUN-CCYYMMDD (1:2).
           MOVE WS-RUN-DATE (1:6) TO WS-RUN-CCYYMMDD (3:6).
           OPEN EXTEND AUDIT-TRAIL-FILE.
           IF NOT GOOD-AUDIT-TRAIL-WRITE
              CLOSE AUDIT-TRAIL-FILE
              OPEN OUTPUT AUDIT-TRAIL-FILE
           END-IF.
           ACCEPT WS-TARGET-PERIOD FROM ENVIRONMENT "GLPCLSRB-PERIOD".
           MOVE WS-TARGET-PERIOD TO WS-PERIOD-WORK.
           IF WS-PERIOD-WORK NOT NUMERIC
              OR WS-PERIOD-PP < 01 OR WS-PERIOD-PP > 12
              DISPLAY "GLPCLSRB: GLPCLSRB-PERIOD " WS-TARGET-PERIOD
                  " IS NOT A FISCAL PERIOD (CCYYPP) - RUN STOPPED"
              MOVE 16 TO RETURN-CODE
              MOVE "NO VALID PERIOD GIVEN" TO WS-AUDIT-TEXT
              PERFORM 9900-WRITE-AUDIT-RECORD
              CLOSE AUDIT-TRAIL-FILE
              GOBACK
           END-IF.
           ACCEPT WS-ACTION FROM ENVIRONMENT "GLPCLSRB-ACTION".
           IF WS-ACTION = SPACES
              MOVE "C" TO WS-ACTION
           END-IF.
           IF NOT ACTION-CLOSE AND NOT ACTION-REOPEN
              DISPLAY "GLPCLSRB: GLPCLSRB-ACTION " WS-ACTION
                  " IS NOT C (CLOSE) OR R (REOPEN) - RUN STOPPED"
              MOVE 16 TO RETURN-CODE
              MOVE "NO VALID ACTION GIVEN" TO WS-AUDIT-TEXT
              PERFORM 9900-WRITE-AUDIT-RECORD
              CLOSE AUDIT-TRAIL-FILE
              GOBACK
           END-IF.

       1200-OPERATOR-SIGN-ON.
      * A CLOSE MAY RUN UNATTENDED FROM THE MONTH-END CHAIN (ANSWER
      * B, BLANK USER ON THE AUDIT LINE).  A REOPEN MAY NOT - IT
      * NEEDS A NAMED, AUTHORIZED OPERATOR.
           MOVE "GLPCLSRB" TO SGN-PROGRAM-NAME.
           CALL "OPSIGNRB" USING SIGNON-PARMS.
           IF SGN-BATCH-RUN AND ACTION-CLOSE
              DISPLAY "GLPCLSRB: UNATTENDED CHAIN RUN - NO OPERATOR "
                  "SIGN-ON"
           ELSE
           IF NOT SGN-AUTHORIZED
              EVALUATE TRUE
                 WHEN SGN-NO-USER
                    DISPLAY "GLPCLSRB: OPS-USER-ID NOT SET - SIGN "
                        "ON BEFORE CHANGING A PERIOD'S STATUS"
                 WHEN SGN-BATCH-RUN
                    DISPLAY "GLPCLSRB: A PERIOD CANNOT BE REOPENED "
                        "UNATTENDED - RUN REFUSED"
                 WHEN SGN-NO-USER-FILE
                    DISPLAY "GLPCLSRB: USER AUTHORIZATION FILE "
                        "MISSING - RUN REFUSED"
                 WHEN OTHER
                    DISPLAY "GLPCLSRB: USER " SGN-USER-ID
                        " NOT AUTHORIZED FOR GLPCLSRB - RUN REFUSED"
              END-EVALUATE
              MOVE 16 TO RETURN-CODE
              PERFORM 1250-LOG-REFUSED-ACCESS
              GOBACK
           END-IF.

       1250-LOG-REFUSED-ACCESS.
           ACCEPT WS-RUN-TIME FROM TIME.
           MOVE "GLPCLSRB"          TO AUD-PROGRAM-NAME.
           MOVE WS-RUN-DATE         TO AUD-RUN-DATE.
           MOVE WS-RUN-TIME         TO AUD-RUN-TIME.
           MOVE 0                   TO AUD-RECORDS-READ.
           MOVE 0                   TO AUD-RECORDS-WRITTEN.
           MOVE SPACES              TO AUD-KEY-TOTALS.
           IF ACTION-REOPEN
              MOVE "REOPEN REFUSED"  TO AUD-KEY-TOTALS
           ELSE
              MOVE "CLOSE REFUSED"   TO AUD-KEY-TOTALS
           END-IF.
           MOVE WS-TARGET-PERIOD    TO AUD-KEY-TOTALS (16:6).
           MOVE "ER"                TO AUD-COMPLETION-STATUS.
           MOVE SGN-USER-ID         TO AUD-USER-ID.
           WRITE AUDIT-TRAIL-RECORD FROM AUDIT-TRAIL-LINE.
           CLOSE AUDIT-TRAIL-FILE.

       1500-LOAD-PERIOD-STATUS.
      * NO FILE YET MEANS NO PERIOD HAS EVER BEEN CLOSED.
           OPEN INPUT PERIOD-STATUS-FILE.
           IF PERIOD-STATUS-SUCCESSFUL
              PERFORM UNTIL END-OF-PERIOD-STATUS
                 READ PERIOD-STATUS-FILE
                    AT END
                       SET END-OF-PERIOD-STATUS TO TRUE
                    NOT AT END
                       IF WS-PERIOD-COUNT < 1200
                          ADD 1 TO WS-PERIOD-COUNT
                          MOVE PERIOD-STATUS-RECORD TO
                               WS-PERIOD-ENTRY (WS-PERIOD-COUNT)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE PERIOD-STATUS-FILE
           END-IF.

       3000-CLOSE-PERIOD.
      * CLOSING A PERIOD THAT IS ALREADY CLOSED CHANGES NOTHING - A
      * RERUN OF THE MONTH-END CHAIN MUST NOT FAIL ON IT.
           IF WS-PERIOD-SUB NOT > WS-PERIOD-COUNT
              AND TABLE-GLS-CLOSED (WS-PERIOD-SUB)
              DISPLAY "GLPCLSRB: PERIOD " WS-TARGET-PERIOD
                  " IS ALREADY CLOSED - NOTHING CHANGED"
              MOVE "ALREADY CLOSED" TO WS-AUDIT-TEXT
              GO TO 3000-EXIT
           END-IF.
           IF WS-PERIOD-SUB > WS-PERIOD-COUNT
              IF WS-PERIOD-COUNT = 1200
                 DISPLAY "GLPCLSRB: PERIOD TABLE CEILING (1200) "
                     "REACHED - RUN STOPPED"
                 MOVE 16 TO RETURN-CODE
                 MOVE "PERIOD TABLE FULL" TO WS-AUDIT-TEXT
                 GO TO 3000-EXIT
              END-IF
              ADD 1 TO WS-PERIOD-COUNT
              MOVE WS-PERIOD-COUNT TO WS-PERIOD-SUB
              MOVE WS-TARGET-PERIOD TO TABLE-GLS-PERIOD (WS-PERIOD-SUB)
           END-IF.
           MOVE "C" TO TABLE-GLS-STATUS (WS-PERIOD-SUB).
           PERFORM 5000-STAMP-CHANGE.
           PERFORM 9600-WRITE-PERIOD-STATUS.
           IF RETURN-CODE = 0
              DISPLAY "GLPCLSRB: PERIOD " WS-TARGET-PERIOD " CLOSED"
              MOVE "PERIOD CLOSED" TO WS-AUDIT-TEXT
           END-IF.
       3000-EXIT.
           EXIT.

       4000-REOPEN-PERIOD.
           IF WS-PERIOD-SUB > WS-PERIOD-COUNT
              OR NOT TABLE-GLS-CLOSED (WS-PERIOD-SUB)
              DISPLAY "GLPCLSRB: PERIOD " WS-TARGET-PERIOD
                  " IS NOT CLOSED - NOTHING TO REOPEN"
              MOVE 08 TO RETURN-CODE
              MOVE "NOT CLOSED - NO REOPEN" TO WS-AUDIT-TEXT
              GO TO 4000-EXIT
           END-IF.
           MOVE "O" TO TABLE-GLS-STATUS (WS-PERIOD-SUB).
           PERFORM 5000-STAMP-CHANGE.
           PERFORM 9600-WRITE-PERIOD-STATUS.
           IF RETURN-CODE = 0
              DISPLAY "GLPCLSRB: PERIOD " WS-TARGET-PERIOD
                  " REOPENED BY " SGN-USER-ID
              MOVE "PERIOD REOPENED" TO WS-AUDIT-TEXT
           END-IF.
       4000-EXIT.
           EXIT.

       5000-STAMP-CHANGE.
           ACCEPT WS-RUN-TIME FROM TIME.
           MOVE WS-RUN-CCYYMMDD
             TO TABLE-GLS-CHANGED-DATE (WS-PERIOD-SUB).
           MOVE WS-RUN-TIME
             TO TABLE-GLS-CHANGED-TIME (WS-PERIOD-SUB).
           MOVE SGN-USER-ID
             TO TABLE-GLS-CHANGED-BY (WS-PERIOD-SUB).

       9600-WRITE-PERIOD-STATUS.
           OPEN OUTPUT PERIOD-STATUS-FILE.
           IF NOT PERIOD-STATUS-SUCCESSFUL
              DISPLAY "GLPCLSRB: UNABLE TO REWRITE PERIOD STATUS FILE, "
                  "STATUS = " WS-PERIOD-STATUS-STATUS
              MOVE 16 TO RETURN-CODE
              MOVE "STATUS FILE NOT WRITTEN" TO WS-AUDIT-TEXT
           ELSE
              PERFORM VARYING WS-PERIOD-SUB FROM 1 BY 1
                 UNTIL WS-PERIOD-SUB > WS-PERIOD-COUNT
                 MOVE WS-PERIOD-ENTRY (WS-PERIOD-SUB)
                   TO PERIOD-STATUS-RECORD
                 WRITE PERIOD-STATUS-RECORD
              END-PERFORM
              CLOSE PERIOD-STATUS-FILE
           END-IF.

       9900-WRITE-AUDIT-RECORD.
      * APPEND ONE LINE FOR THIS RUN TO THE SHARED OPERATIONS AUDIT
      * TRAIL - WHAT HAPPENED TO WHICH PERIOD, AND WHO DID IT.
           ACCEPT WS-RUN-TIME FROM TIME.
           MOVE "GLPCLSRB"          TO AUD-PROGRAM-NAME.
           MOVE WS-RUN-DATE         TO AUD-RUN-DATE.
           MOVE WS-RUN-TIME         TO AUD-RUN-TIME.
           MOVE WS-PERIOD-COUNT     TO AUD-RECORDS-READ.
           MOVE WS-PERIOD-COUNT     TO AUD-RECORDS-WRITTEN.
           MOVE SPACES              TO AUD-KEY-TOTALS.
           MOVE WS-AUDIT-TEXT       TO AUD-KEY-TOTALS (1:23).
           MOVE WS-TARGET-PERIOD    TO AUD-KEY-TOTALS (25:6).
           IF RETURN-CODE = 0
              MOVE "OK" TO AUD-COMPLETION-STATUS
           ELSE
              MOVE "ER" TO AUD-COMPLETION-STATUS
           END-IF.
           MOVE SGN-USER-ID         TO AUD-USER-ID.
           WRITE AUDIT-TRAIL-RECORD FROM AUDIT-TRAIL-LINE.
