       IDENTIFICATION DIVISION.
       PROGRAM-ID.    TIMAPRRB.
       AUTHOR.        RYAN BROOKS
      * TIMECARD APPROVAL.  TIMCLKRB SENDS EVERY PAYROLL RECORD IT
      * WRITES TO THE TIME-APPROVAL FILE AS PENDING, AND LISTS THE
      * HOURS BY DEPARTMENT.  THE SUPERVISOR CHECKS THE LISTING AND
      * KEYS ONE TRANSACTION PER DEPARTMENT (OR PER EMPLOYEE) AND PAY
      * DATE - A TO APPROVE, H TO HOLD.  THIS PROGRAM STAMPS EACH
      * ROW IT TOUCHES WITH THE SIGNED-ON SUPERVISOR AND THE DATE,
      * LISTS EVERY ROW CHANGED, AND REWRITES THE FILE WHOLE.
      * PAYRPTRB PAYS NO NORMAL RECORD WHOSE ROW IS NOT APPROVED,
      * SO A RUN NOBODY HAS SIGNED ON FOR IS REFUSED OUTRIGHT.
      *
      * TRANSACTION: ACTION, DEPARTMENT, PAY DATE (MMDDYY), AND AN
      * EMPLOYEE NUMBER - A BLANK EMPLOYEE TAKES THE WHOLE
      * DEPARTMENT, A BLANK DEPARTMENT WITH AN EMPLOYEE TAKES THAT
      * ONE PERSON WHEREVER THEY WORK.  A HELD ROW CAN BE APPROVED
      * LATER AND AN APPROVED ONE HELD AGAIN UNTIL PAYRPTRB PAYS IT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT APPROVAL-TRANS-IN ASSIGN DYNAMIC
                 WS-APPROVAL-TRANS-IN-PATH
             organization is line sequential
             file status is WS-APPROVAL-TRANS-IN-STATUS.
           SELECT TIME-APPROVAL-FILE ASSIGN DYNAMIC
                 WS-TIME-APPROVAL-PATH
             organization is line sequential
             file status is WS-TIME-APPROVAL-STATUS.
           SELECT CHANGE-LISTING
             ASSIGN DYNAMIC WS-CHANGE-LISTING-PATH
             organization is LINE sequential
             file status is WS-CHANGE-LISTING-STATUS.
           SELECT AUDIT-TRAIL-FILE ASSIGN DYNAMIC
                 WS-AUDIT-TRAIL-PATH
             organization is line sequential
             file status is WS-AUDIT-TRAIL-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  APPROVAL-TRANS-IN
           RECORDING MODE IS F
           DATA RECORD IS APPROVAL-TRANS-RECORD.
       01 APPROVAL-TRANS-RECORD.
           05  TRN-ACTION               PIC X(01).
               88 TRN-APPROVE              VALUE "A".
               88 TRN-HOLD                 VALUE "H".
           05  TRN-DEPT                 PIC X(04).
           05  TRN-PAY-DATE             PIC X(06).
           05  TRN-EMP-NUMBER           PIC X(06).

      * SAME LAYOUT TIMCLKRB WRITES AND PAYRPTRB READS.  STATUS P
      * PENDING, A APPROVED, H HELD.
       FD  TIME-APPROVAL-FILE
           RECORDING MODE IS F
           DATA RECORD IS TIME-APPROVAL-RECORD.
       01 TIME-APPROVAL-RECORD.
           05  TAP-DEPT                 PIC X(04).
           05  TAP-PAY-DATE             PIC X(06).
           05  TAP-EMP-NUMBER           PIC X(06).
           05  TAP-HOURS                PIC 9(02)V99.
           05  TAP-STATUS               PIC X(01).
           05  TAP-APPROVER             PIC X(08).
           05  TAP-APPROVED-DATE        PIC X(08).

       FD  CHANGE-LISTING
           RECORDING MODE IS F
           DATA RECORD IS CHANGE-LISTING-RECORD.
       01 CHANGE-LISTING-RECORD          PIC X(133).

       FD  AUDIT-TRAIL-FILE
           RECORDING MODE IS F
           DATA RECORD IS AUDIT-TRAIL-RECORD.
       01 AUDIT-TRAIL-RECORD             PIC X(89).

       WORKING-STORAGE SECTION.
      * FILE PATHS - DEFAULT TO THE PATHS BELOW, BUT CAN BE OVERRIDDEN
      * AT RUN TIME BY SETTING THE MATCHING ENVIRONMENT VARIABLE
      * BEFORE STARTING THE PROGRAM (SEE 0500-GET-FILE-PATHS):
        01 WS-FILE-PATHS.
           05 WS-APPROVAL-TRANS-IN-PATH PIC X(80)
                VALUE "C:\Users\Ryan\Desktop\TIMEAPTX.txt".
           05 WS-TIME-APPROVAL-PATH     PIC X(80)
                VALUE "C:\Users\Ryan\Desktop\TIMEAPPR.DAT".
           05 WS-CHANGE-LISTING-PATH    PIC X(80)
                VALUE "C:\Users\Ryan\Desktop\TIMEAPPR-CHANGES.rpt".
           05 WS-AUDIT-TRAIL-PATH       PIC X(80)
                VALUE "C:\Users\Ryan\Desktop\OPS-AUDIT-TRAIL.LOG".
           05 WS-ENV-PATH-OVERRIDE      PIC X(80).

      * File status
        COPY "FILESTAT.cpy" REPLACING
            ==STATUS-FIELD==   BY ==WS-APPROVAL-TRANS-IN-STATUS==
            ==STATUS-OK==      BY ==APPROVAL-TRANS-IN-SUCCESSFUL==
            ==STATUS-EOF==     BY ==END-OF-APPROVAL-TRANS-IN==
            ==STATUS-INVALID== BY ==INVALID-VALUE-IN-FILE==.
        01 WS-TIME-APPROVAL-STATUS      pic X(02).
           88 TIME-APPROVAL-SUCCESSFUL     VALUE "00".
           88 END-OF-TIME-APPROVAL         VALUE "10".
        01 WS-CHANGE-LISTING-STATUS     pic X(02).
           88 GOOD-CHANGE-LISTING-WRITE    VALUE "00".
        01 WS-AUDIT-TRAIL-STATUS        pic X(02).
           88 GOOD-AUDIT-TRAIL-WRITE       VALUE "00".

      * APPROVAL TABLE - LOADED AT STARTUP, UPDATED AS TRANSACTIONS
      * APPLY, REWRITTEN AT END OF RUN.
        01 WS-TAP-COUNT                 PIC 9(04) VALUE 0.
        01 WS-TAP-SUB                   PIC 9(04) VALUE 0.
        01 WS-APPROVAL-TABLE.
           05 TAP-TABLE-ENTRY OCCURS 0 TO 5000 TIMES
                 DEPENDING ON WS-TAP-COUNT.
              10 TABLE-TAP-DEPT         PIC X(04).
              10 TABLE-TAP-PAY-DATE     PIC X(06).
              10 TABLE-TAP-EMP          PIC X(06).
              10 TABLE-TAP-HOURS        PIC 9(02)V99.
              10 TABLE-TAP-STATUS       PIC X(01).
              10 TABLE-TAP-APPROVER     PIC X(08).
              10 TABLE-TAP-DATE         PIC X(08).

      * RUN COUNTERS
        01 WS-TRANS-READ                PIC 9(05) VALUE 0.
        01 WS-TRANS-APPLIED             PIC 9(05) VALUE 0.
        01 WS-TRANS-REJECTED            PIC 9(05) VALUE 0.
        01 WS-ROWS-APPROVED             PIC 9(05) VALUE 0.
        01 WS-ROWS-HELD                 PIC 9(05) VALUE 0.
        01 WS-ROWS-MATCHED              PIC 9(05) VALUE 0.
        01 WS-VALID-TRANS-SW            PIC X(01) VALUE "Y".
           88 VALID-TRANS                  VALUE "Y".
           88 INVALID-TRANS                VALUE "N".
        01 WS-REJECT-REASON             PIC X(30) VALUE SPACES.
        01 WS-PREVIOUS-STATUS           PIC X(01) VALUE SPACE.
        01 WS-TODAY                     PIC X(08) VALUE SPACES.
        01 WS-RUN-DATE                  PIC X(08).
        01 WS-RUN-TIME                  PIC 9(08) VALUE 0.
        COPY "AUDITTRL.cpy".
      * OPERATOR SIGN-ON - THE SUPERVISOR WHOSE ID GOES ON EVERY
      * ROW APPROVED OR HELD, THE CHANGE LISTING, AND THE AUDIT
      * TRAIL.
        COPY "SIGNON.cpy".

       01  PAGE-HDG-01.
           05 PAGE-HDG-01-CC         PIC X(01) VALUE SPACE.
           05 FILLER                 PIC X(46) VALUE SPACES.
           05 FILLER                 PIC X(37)
              VALUE "TIMECARD APPROVAL - CHANGES".
           05 FILLER                 PIC X(21) VALUE SPACES.
           05 FILLER                 PIC X(06) VALUE "PAGE: ".
           05 PAGE-HDG-01-PAGE       PIC ZZ9.
       01  PAGE-HDG-02.
           05 PAGE-HDG-02-CC         PIC X(01) VALUE SPACE.
           05 FILLER                 PIC X(56) VALUE SPACES.
           05 FILLER                 PIC X(10) VALUE "RUN DATE: ".
           05 PAGE-HDG-02-DATE       PIC XX/XX/XXXX.
           05 FILLER                 PIC X(56) VALUE SPACES.
       01  PAGE-HDG-03.
           05 PAGE-HDG-03-CC         PIC X(01) VALUE SPACE.
           05 FILLER                 PIC X(09) VALUE SPACES.
           05 FILLER                 PIC X(09) VALUE "ACTION   ".
           05 FILLER                 PIC X(06) VALUE "DEPT  ".
           05 FILLER                 PIC X(09) VALUE "EMP. NUM ".
           05 FILLER                 PIC X(09) VALUE "PAY DATE ".
           05 FILLER                 PIC X(09) VALUE " HOURS   ".
           05 FILLER                 PIC X(06) VALUE " WAS  ".
           05 FILLER                 PIC X(31) VALUE "RESULT".
           05 FILLER                 PIC X(08) VALUE "USER".

       01  DETAIL-LINE-CHANGE.
           05 DTL-CC                 PIC X(01) VALUE SPACE.
           05 FILLER                 PIC X(09) VALUE SPACES.
           05 DTL-TAG                PIC X(09).
           05 DTL-DEPT               PIC X(04).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 DTL-EMP-NUM            PIC X(06).
           05 FILLER                 PIC X(03) VALUE SPACES.
           05 DTL-PAY-DATE           PIC X(06).
           05 FILLER                 PIC X(03) VALUE SPACES.
           05 DTL-HOURS              PIC ZZ9.99.
           05 FILLER                 PIC X(04) VALUE SPACES.
           05 DTL-WAS                PIC X(01).
           05 FILLER                 PIC X(04) VALUE SPACES.
           05 DTL-RESULT             PIC X(30).
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 DTL-USER               PIC X(08).

       01  TOTALS-LINE.
           05 TOTAL-LINE-CC          PIC X(01) VALUE SPACE.
           05 FILLER                 PIC X(09) VALUE SPACES.
           05 FILLER                 PIC X(20)
              VALUE "TRANSACTIONS READ:  ".
           05 TOTAL-TRANS-READ       PIC ZZ,ZZ9.
           05 FILLER                 PIC X(05) VALUE SPACES.
           05 FILLER                 PIC X(10) VALUE "REJECTED: ".
           05 TOTAL-TRANS-REJECTED   PIC ZZ,ZZ9.
           05 FILLER                 PIC X(05) VALUE SPACES.
           05 FILLER                 PIC X(15) VALUE "ROWS APPROVED: ".
           05 TOTAL-ROWS-APPROVED    PIC ZZ,ZZ9.
           05 FILLER                 PIC X(05) VALUE SPACES.
           05 FILLER                 PIC X(11) VALUE "ROWS HELD: ".
           05 TOTAL-ROWS-HELD        PIC ZZ,ZZ9.

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

           DISPLAY "TIMAPRRB FOR RYAN BROOKS".

           PERFORM 1000-INITIALIZE.
           PERFORM 2000-READ-TRANSACTION.

           perform until END-OF-APPROVAL-TRANS-IN
              perform 2500-VALIDATE-TRANSACTION
              IF VALID-TRANS
                 perform 3000-APPLY-TRANSACTION
              ELSE
                 perform 7200-LIST-REJECT
              END-IF
              perform 2000-READ-TRANSACTION
           END-PERFORM.

           perform 9000-CREATE-LISTING-TOTAL-LINE.
           perform 9600-WRITE-APPROVAL-FILE.

           display "TRANSACTIONS READ:           " WS-TRANS-READ.
           display "TRANSACTIONS APPLIED:        " WS-TRANS-APPLIED.
           display "TRANSACTIONS REJECTED:       " WS-TRANS-REJECTED.
           display "ROWS APPROVED:               " WS-ROWS-APPROVED.
           display "ROWS HELD:                   " WS-ROWS-HELD.

           PERFORM 9900-WRITE-AUDIT-RECORD.

           close APPROVAL-TRANS-IN
                 CHANGE-LISTING
                 AUDIT-TRAIL-FILE.

           GOBACK.

       0500-GET-FILE-PATHS.
      * OVERRIDE THE DEFAULT FILE PATHS IF THE MATCHING ENVIRONMENT
      * VARIABLE HAS BEEN SET:
           ACCEPT WS-ENV-PATH-OVERRIDE FROM ENVIRONMENT
                  "TIMAPRRB-APPROVAL-TRANS-IN".
           IF WS-ENV-PATH-OVERRIDE NOT = SPACES
              MOVE WS-ENV-PATH-OVERRIDE TO WS-APPROVAL-TRANS-IN-PATH
           END-IF.
           ACCEPT WS-ENV-PATH-OVERRIDE FROM ENVIRONMENT
                  "TIMAPRRB-TIME-APPROVAL".
           IF WS-ENV-PATH-OVERRIDE NOT = SPACES
              MOVE WS-ENV-PATH-OVERRIDE TO WS-TIME-APPROVAL-PATH
           END-IF.
           ACCEPT WS-ENV-PATH-OVERRIDE FROM ENVIRONMENT
                  "TIMAPRRB-CHANGE-LISTING".
           IF WS-ENV-PATH-OVERRIDE NOT = SPACES
              MOVE WS-ENV-PATH-OVERRIDE TO WS-CHANGE-LISTING-PATH
           END-IF.
           ACCEPT WS-ENV-PATH-OVERRIDE FROM ENVIRONMENT
                  "TIMAPRRB-AUDIT-TRAIL-FILE".
           IF WS-ENV-PATH-OVERRIDE NOT = SPACES
              MOVE WS-ENV-PATH-OVERRIDE TO WS-AUDIT-TRAIL-PATH
           END-IF.

       1000-INITIALIZE.
           PERFORM 0500-GET-FILE-PATHS.
           ACCEPT WS-RUN-DATE FROM DATE.
           MOVE   WS-RUN-DATE TO PAGE-HDG-02-DATE.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY.
           OPEN INPUT APPROVAL-TRANS-IN.
           IF NOT APPROVAL-TRANS-IN-SUCCESSFUL
              DISPLAY "TIMAPRRB: UNABLE TO OPEN APPROVAL-TRANS-IN, "
                  "STATUS = " WS-APPROVAL-TRANS-IN-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN OUTPUT CHANGE-LISTING.
           OPEN EXTEND AUDIT-TRAIL-FILE.
           IF NOT GOOD-AUDIT-TRAIL-WRITE
              CLOSE AUDIT-TRAIL-FILE
              OPEN OUTPUT AUDIT-TRAIL-FILE
           END-IF.
           PERFORM 1200-OPERATOR-SIGN-ON.
           PERFORM 1500-LOAD-APPROVAL-TABLE.
           PERFORM 8000-WRITE-HEADINGS.

       1200-OPERATOR-SIGN-ON.
      * NOBODY APPROVES TIME ANONYMOUSLY.  AN UNAUTHORIZED OR
      * UNSIGNED RUN IS REFUSED AND THE REFUSAL GOES ON THE AUDIT
      * TRAIL.
           MOVE "TIMAPRRB" TO SGN-PROGRAM-NAME.
           CALL "OPSIGNRB" USING SIGNON-PARMS.
           IF NOT SGN-AUTHORIZED
              EVALUATE TRUE
                 WHEN SGN-NO-USER
                    DISPLAY "TIMAPRRB: OPS-USER-ID NOT SET - SIGN "
                        "ON BEFORE APPROVING TIME"
                 WHEN SGN-NO-USER-FILE
                    DISPLAY "TIMAPRRB: USER AUTHORIZATION FILE "
                        "MISSING - RUN REFUSED"
                 WHEN OTHER
                    DISPLAY "TIMAPRRB: USER " SGN-USER-ID
                        " NOT AUTHORIZED FOR TIMAPRRB - RUN REFUSED"
              END-EVALUATE
              MOVE 16 TO RETURN-CODE
              PERFORM 1250-LOG-REFUSED-ACCESS
              GOBACK
           END-IF.

       1250-LOG-REFUSED-ACCESS.
           ACCEPT WS-RUN-TIME FROM TIME.
           MOVE "TIMAPRRB"          TO AUD-PROGRAM-NAME.
           MOVE WS-RUN-DATE         TO AUD-RUN-DATE.
           MOVE WS-RUN-TIME         TO AUD-RUN-TIME.
           MOVE 0                   TO AUD-RECORDS-READ.
           MOVE 0                   TO AUD-RECORDS-WRITTEN.
           MOVE "ACCESS REFUSED"    TO AUD-KEY-TOTALS.
           MOVE "ER"                TO AUD-COMPLETION-STATUS.
           MOVE SGN-USER-ID         TO AUD-USER-ID.
           WRITE AUDIT-TRAIL-RECORD FROM AUDIT-TRAIL-LINE.
           CLOSE AUDIT-TRAIL-FILE.

       1500-LOAD-APPROVAL-TABLE.
      * NO APPROVAL FILE MEANS TIMCLKRB HAS NOT RUN - NOTHING TO
      * APPROVE, AND NOTHING WOULD BE WRITTEN BACK.
           OPEN INPUT TIME-APPROVAL-FILE.
           IF NOT TIME-APPROVAL-SUCCESSFUL
              DISPLAY "TIMAPRRB: UNABLE TO OPEN TIME-APPROVAL-FILE, "
                  "STATUS = " WS-TIME-APPROVAL-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           PERFORM UNTIL END-OF-TIME-APPROVAL
                    OR WS-TAP-COUNT = 5000
              READ TIME-APPROVAL-FILE
                 AT END
                    SET END-OF-TIME-APPROVAL TO TRUE
                 NOT AT END
                    ADD 1 TO WS-TAP-COUNT
                    MOVE TAP-DEPT TO TABLE-TAP-DEPT (WS-TAP-COUNT)
                    MOVE TAP-PAY-DATE TO
                         TABLE-TAP-PAY-DATE (WS-TAP-COUNT)
                    MOVE TAP-EMP-NUMBER TO TABLE-TAP-EMP (WS-TAP-COUNT)
                    IF TAP-HOURS IS NUMERIC
                       MOVE TAP-HOURS TO TABLE-TAP-HOURS (WS-TAP-COUNT)
                    ELSE
                       MOVE 0 TO TABLE-TAP-HOURS (WS-TAP-COUNT)
                    END-IF
                    MOVE TAP-STATUS TO TABLE-TAP-STATUS (WS-TAP-COUNT)
                    MOVE TAP-APPROVER TO
                         TABLE-TAP-APPROVER (WS-TAP-COUNT)
                    MOVE TAP-APPROVED-DATE TO
                         TABLE-TAP-DATE (WS-TAP-COUNT)
              END-READ
           END-PERFORM.
           CLOSE TIME-APPROVAL-FILE.

       2000-READ-TRANSACTION.
           READ APPROVAL-TRANS-IN
                AT END
                   DISPLAY "END OF APPROVAL TRANSACTIONS"
                NOT AT END
                   ADD 1 TO WS-TRANS-READ.

       2500-VALIDATE-TRANSACTION.
           SET VALID-TRANS TO TRUE.
           MOVE SPACES TO WS-REJECT-REASON.
           EVALUATE TRUE
              WHEN NOT (TRN-APPROVE OR TRN-HOLD)
                 SET INVALID-TRANS TO TRUE
                 MOVE "BAD ACTION CODE" TO WS-REJECT-REASON
              WHEN TRN-PAY-DATE NOT NUMERIC
                 SET INVALID-TRANS TO TRUE
                 MOVE "BAD PAY DATE" TO WS-REJECT-REASON
              WHEN TRN-DEPT = SPACES AND TRN-EMP-NUMBER = SPACES
                 SET INVALID-TRANS TO TRUE
                 MOVE "NO DEPARTMENT OR EMPLOYEE" TO WS-REJECT-REASON
           END-EVALUATE.
           IF VALID-TRANS
              PERFORM 2700-COUNT-MATCHING-ROWS
              IF WS-ROWS-MATCHED = 0
                 SET INVALID-TRANS TO TRUE
                 MOVE "NOTHING ON FILE TO APPROVE" TO WS-REJECT-REASON
              END-IF
           END-IF.
           IF INVALID-TRANS
              ADD 1 TO WS-TRANS-REJECTED
              DISPLAY "REJECTED - " WS-REJECT-REASON ": "
                      TRN-DEPT " " TRN-PAY-DATE " " TRN-EMP-NUMBER
           END-IF.

       2700-COUNT-MATCHING-ROWS.
           MOVE 0 TO WS-ROWS-MATCHED.
           PERFORM VARYING WS-TAP-SUB FROM 1 BY 1
              UNTIL WS-TAP-SUB > WS-TAP-COUNT
              IF TABLE-TAP-PAY-DATE (WS-TAP-SUB) = TRN-PAY-DATE
                 AND (TRN-DEPT = SPACES
                      OR TABLE-TAP-DEPT (WS-TAP-SUB) = TRN-DEPT)
                 AND (TRN-EMP-NUMBER = SPACES
                      OR TABLE-TAP-EMP (WS-TAP-SUB) = TRN-EMP-NUMBER)
                 ADD 1 TO WS-ROWS-MATCHED
              END-IF
           END-PERFORM.

       3000-APPLY-TRANSACTION.
      * EVERY ROW FOR THE DEPARTMENT (OR EMPLOYEE) AND PAY DATE
      * TAKES THE NEW STATUS, THE SUPERVISOR, AND TODAY'S DATE.
           PERFORM VARYING WS-TAP-SUB FROM 1 BY 1
              UNTIL WS-TAP-SUB > WS-TAP-COUNT
              IF TABLE-TAP-PAY-DATE (WS-TAP-SUB) = TRN-PAY-DATE
                 AND (TRN-DEPT = SPACES
                      OR TABLE-TAP-DEPT (WS-TAP-SUB) = TRN-DEPT)
                 AND (TRN-EMP-NUMBER = SPACES
                      OR TABLE-TAP-EMP (WS-TAP-SUB) = TRN-EMP-NUMBER)
                 PERFORM 3500-APPLY-ONE-ROW
              END-IF
           END-PERFORM.
           ADD 1 TO WS-TRANS-APPLIED.

       3500-APPLY-ONE-ROW.
           MOVE TABLE-TAP-STATUS (WS-TAP-SUB) TO WS-PREVIOUS-STATUS.
           MOVE TRN-ACTION      TO TABLE-TAP-STATUS (WS-TAP-SUB).
           MOVE SGN-USER-ID     TO TABLE-TAP-APPROVER (WS-TAP-SUB).
           MOVE WS-TODAY        TO TABLE-TAP-DATE (WS-TAP-SUB).
           IF TRN-APPROVE
              ADD 1 TO WS-ROWS-APPROVED
           ELSE
              ADD 1 TO WS-ROWS-HELD
           END-IF.
           PERFORM 7100-LIST-CHANGED-ROW.

       7100-LIST-CHANGED-ROW.
           MOVE SPACES                         TO DETAIL-LINE-CHANGE.
           IF TRN-APPROVE
              MOVE "APPROVE  "                 TO DTL-TAG
              MOVE "APPROVED"                  TO DTL-RESULT
           ELSE
              MOVE "HOLD     "                 TO DTL-TAG
              MOVE "HELD - NOT TO BE PAID"     TO DTL-RESULT
           END-IF.
           MOVE TABLE-TAP-DEPT (WS-TAP-SUB)     TO DTL-DEPT.
           MOVE TABLE-TAP-EMP (WS-TAP-SUB)      TO DTL-EMP-NUM.
           MOVE TABLE-TAP-PAY-DATE (WS-TAP-SUB) TO DTL-PAY-DATE.
           MOVE TABLE-TAP-HOURS (WS-TAP-SUB)    TO DTL-HOURS.
           MOVE WS-PREVIOUS-STATUS              TO DTL-WAS.
           PERFORM 7500-WRITE-LISTING-LINE.

       7200-LIST-REJECT.
           MOVE SPACES               TO DETAIL-LINE-CHANGE.
           MOVE "REJECT:  "          TO DTL-TAG.
           MOVE TRN-DEPT             TO DTL-DEPT.
           MOVE TRN-EMP-NUMBER       TO DTL-EMP-NUM.
           MOVE TRN-PAY-DATE         TO DTL-PAY-DATE.
           MOVE WS-REJECT-REASON     TO DTL-RESULT.
           PERFORM 7500-WRITE-LISTING-LINE.

       7500-WRITE-LISTING-LINE.
           MOVE SGN-USER-ID TO DTL-USER.
           add 1 to WS-LINE-COUNT.
           if WS-LINE-COUNT > 50
              PERFORM 8000-WRITE-HEADINGS.
           write CHANGE-LISTING-RECORD from DETAIL-LINE-CHANGE
             after advancing 01 lines.

       8000-WRITE-HEADINGS.
           add 1 to WS-PAGE-COUNT.
           move WS-PAGE-COUNT TO PAGE-HDG-01-PAGE.
           WRITE CHANGE-LISTING-RECORD FROM WS-REPORT-RULER
             after advancing page.
           WRITE CHANGE-LISTING-RECORD
            FROM PAGE-HDG-01 after advancing 01 LINES.
           WRITE CHANGE-LISTING-RECORD
            FROM PAGE-HDG-02 after advancing 01 LINES.
           WRITE CHANGE-LISTING-RECORD
            FROM PAGE-HDG-03 AFTER ADVANCING 02 LINES.
           MOVE 4 TO WS-LINE-COUNT.

       9000-CREATE-LISTING-TOTAL-LINE.
           MOVE WS-TRANS-READ     TO TOTAL-TRANS-READ.
           MOVE WS-TRANS-REJECTED TO TOTAL-TRANS-REJECTED.
           MOVE WS-ROWS-APPROVED  TO TOTAL-ROWS-APPROVED.
           MOVE WS-ROWS-HELD      TO TOTAL-ROWS-HELD.
           write CHANGE-LISTING-RECORD from DETAIL-LINE-LINE
             AFTER ADVANCING 01 LINES.
           write CHANGE-LISTING-RECORD from TOTALS-LINE
             AFTER ADVANCING 02 LINES.
           write CHANGE-LISTING-RECORD from WS-REPORT-RULER
             after advancing 02 LINES.

       9600-WRITE-APPROVAL-FILE.
      * REWRITE THE APPROVAL FILE FROM THE UPDATED TABLE SO TONIGHT'S
      * PAYRPTRB SEES THE NEW STATUSES.
           IF WS-TRANS-APPLIED = 0
              GO TO 9600-EXIT
           END-IF.
           OPEN OUTPUT TIME-APPROVAL-FILE.
           IF NOT TIME-APPROVAL-SUCCESSFUL
              DISPLAY "TIMAPRRB: UNABLE TO REWRITE TIME-APPROVAL-FILE"
                  ", STATUS = " WS-TIME-APPROVAL-STATUS
              MOVE 16 TO RETURN-CODE
              GO TO 9600-EXIT
           END-IF.
           PERFORM VARYING WS-TAP-SUB FROM 1 BY 1
              UNTIL WS-TAP-SUB > WS-TAP-COUNT
              MOVE TABLE-TAP-DEPT (WS-TAP-SUB)     TO TAP-DEPT
              MOVE TABLE-TAP-PAY-DATE (WS-TAP-SUB) TO TAP-PAY-DATE
              MOVE TABLE-TAP-EMP (WS-TAP-SUB)      TO TAP-EMP-NUMBER
              MOVE TABLE-TAP-HOURS (WS-TAP-SUB)    TO TAP-HOURS
              MOVE TABLE-TAP-STATUS (WS-TAP-SUB)   TO TAP-STATUS
              MOVE TABLE-TAP-APPROVER (WS-TAP-SUB) TO TAP-APPROVER
              MOVE TABLE-TAP-DATE (WS-TAP-SUB)     TO TAP-APPROVED-DATE
              WRITE TIME-APPROVAL-RECORD
           END-PERFORM.
           CLOSE TIME-APPROVAL-FILE.
       9600-EXIT.
           EXIT.

       9900-WRITE-AUDIT-RECORD.
      * APPEND ONE SUMMARY LINE FOR THIS RUN TO THE SHARED OPERATIONS
      * AUDIT TRAIL, MIRRORING THE PROGRAM TOTALS DISPLAYED ABOVE.
           ACCEPT WS-RUN-TIME FROM TIME.
           MOVE "TIMAPRRB"          TO AUD-PROGRAM-NAME.
           MOVE WS-RUN-DATE         TO AUD-RUN-DATE.
           MOVE WS-RUN-TIME         TO AUD-RUN-TIME.
           MOVE WS-TRANS-READ       TO AUD-RECORDS-READ.
           MOVE WS-TRANS-APPLIED    TO AUD-RECORDS-WRITTEN.
           MOVE SPACES              TO AUD-KEY-TOTALS.
           MOVE "APPROVED="         TO AUD-KEY-TOTALS(1:9).
           MOVE WS-ROWS-APPROVED    TO AUD-KEY-TOTALS(10:5).
           MOVE " HELD="            TO AUD-KEY-TOTALS(15:6).
           MOVE WS-ROWS-HELD        TO AUD-KEY-TOTALS(21:5).
           MOVE SGN-USER-ID         TO AUD-USER-ID.
           IF RETURN-CODE = 0
              MOVE "OK" TO AUD-COMPLETION-STATUS
           ELSE
              MOVE "ER" TO AUD-COMPLETION-STATUS
           END-IF.
           WRITE AUDIT-TRAIL-RECORD FROM AUDIT-TRAIL-LINE.
