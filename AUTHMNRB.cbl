       IDENTIFICATION DIVISION.
       PROGRAM-ID.    AUTHMNRB.
       AUTHOR.        RYAN BROOKS
      * USER AUTHORIZATION MAINTENANCE.  OPSIGNRB CHECKS EVERY
      * SIGNED-ON OPERATOR AGAINST USERAUTH.DAT, AND UNTIL NOW THAT
      * FILE WAS EDITED BY HAND - NO NAMES, NO END DATES, AND NO WAY
      * TO SAY WHO GRANTED WHAT.  IT IS NOW KEPT HERE FROM A
      * TRANSACTION FILE BY A SIGNED-ON OPERATOR:
      *   A - ADD (GRANT) A USER/PROGRAM PAIR, PROGRAM "ALL" FOR
      *       EVERYTHING.  THE USER'S FULL NAME, DEPARTMENT AND
      *       EMPLOYEE NUMBER RIDE ON THE ROW; WHEN THEY ARE LEFT
      *       BLANK THEY ARE TAKEN FROM THE USER'S OTHER ROWS, AND A
      *       USER'S FIRST ROW MUST NAME THEM.  AN OPTIONAL EXPIRY
      *       DATE ENDS THE GRANT WITHOUT ANOTHER TRANSACTION.  A
      *       PAIR THAT WAS REVOKED OR HAS EXPIRED IS GRANTED AGAIN
      *       ON ITS OLD ROW.
      *   R - REVOKE AN ACTIVE GRANT AT ONCE.
      *   E - EXPIRE AN ACTIVE GRANT ON THE DATE GIVEN (TODAY OR
      *       LATER) - THE FIRST DAY THE GRANT NO LONGER WORKS.
      * NOBODY CAN GRANT ACCESS TO THEMSELVES: AN ADD OR AN EXPIRY
      * CHANGE FOR THE SIGNED-ON OPERATOR'S OWN USER ID IS REJECTED.
      * (REVOKING ONE'S OWN ACCESS IS ALLOWED.)  ROWS ARE NEVER
      * DELETED - A REVOKED ROW STAYS ON THE FILE, STAMPED WITH WHO
      * REVOKED IT AND WHEN, SO THE FILE ITSELF ANSWERS "WHO HAD
      * WHAT".
      *
      * EVERY APPLIED CHANGE IS APPENDED TO THE AUTHORIZATION CHANGE
      * LOG (AUTHLOG.DAT) WITH THE DATE, TIME, OPERATOR AND THE
      * ROW'S STATUS AND EXPIRY BEFORE AND AFTER, AND EVERY
      * TRANSACTION - APPLIED OR REJECTED - IS PRINTED ON THE CHANGE
      * LISTING.  THE FILE IS REWRITTEN WHOLE AT END OF RUN WHEN
      * ANYTHING WAS APPLIED.  THE FIRST "ALL" ROW FOR THE SECURITY
      * ADMINISTRATOR IS STILL KEYED BY HAND WHEN THE FILE IS FIRST
      * SET UP - THERE IS NOBODY YET TO SIGN ON AND GRANT IT.
      * AUTHRVRB PRINTS THE QUARTERLY ACCESS REVIEW FROM THE SAME
      * FILE.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUTH-TRANS-IN ASSIGN DYNAMIC
                 WS-AUTH-TRANS-IN-PATH
             organization is line sequential
             file status is WS-AUTH-TRANS-IN-STATUS.
           SELECT USER-AUTH-FILE ASSIGN DYNAMIC
                 WS-USER-AUTH-PATH
             organization is line sequential
             file status is WS-USER-AUTH-STATUS.
           SELECT AUTH-LOG-FILE ASSIGN DYNAMIC
                 WS-AUTH-LOG-PATH
             organization is line sequential
             file status is WS-AUTH-LOG-STATUS.
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

       FD  AUTH-TRANS-IN
           RECORDING MODE IS F
           DATA RECORD IS AUTH-TRANS-RECORD.
       01 AUTH-TRANS-RECORD.
           05  TRN-ACTION               PIC X(01).
               88 TRN-ADD                  VALUE "A".
               88 TRN-REVOKE               VALUE "R".
               88 TRN-EXPIRE               VALUE "E".
           05  TRN-USER-ID              PIC X(08).
           05  TRN-PROGRAM              PIC X(08).
           05  TRN-EXPIRE-DATE          PIC X(08).
           05  TRN-FULL-NAME            PIC X(30).
           05  TRN-DEPT                 PIC X(04).
           05  TRN-EMP-NUMBER           PIC X(06).

       FD  USER-AUTH-FILE
           RECORDING MODE IS F
           DATA RECORD IS USER-AUTH-RECORD.
      * ONE ROW PER USER/PROGRAM PAIR - SEE OPSIGNRB.  ROWS KEYED
      * BEFORE THE NAME, GRANT AND STATUS FIELDS EXISTED READ IN
      * BLANK: ACTIVE, NO EXPIRY, GRANTOR UNKNOWN.
       01 USER-AUTH-RECORD.
           05  USR-ID                   PIC X(08).
           05  FILLER                   PIC X(01).
           05  USR-PROGRAM              PIC X(08).
           05  FILLER                   PIC X(01).
           05  USR-FULL-NAME            PIC X(30).
           05  USR-DEPT                 PIC X(04).
           05  USR-EMP-NUMBER           PIC X(06).
           05  USR-GRANTED-BY           PIC X(08).
           05  USR-GRANTED-DATE         PIC X(08).
           05  USR-EXPIRE-DATE          PIC X(08).
           05  USR-STATUS               PIC X(01).
           05  USR-STATUS-BY            PIC X(08).
           05  USR-STATUS-DATE          PIC X(08).

       FD  AUTH-LOG-FILE
           RECORDING MODE IS F
           DATA RECORD IS AUTH-LOG-RECORD.
      * ONE LINE PER APPLIED CHANGE, APPENDED ACROSS RUNS.  STATUS
      * IS AS STORED ON THE ROW (BLANK BEFORE = NO ROW YET).
       01 AUTH-LOG-RECORD.
           05  LOG-DATE                 PIC X(08).
           05  FILLER                   PIC X(01).
           05  LOG-TIME                 PIC X(08).
           05  FILLER                   PIC X(01).
           05  LOG-OPERATOR             PIC X(08).
           05  FILLER                   PIC X(01).
           05  LOG-ACTION               PIC X(01).
           05  FILLER                   PIC X(01).
           05  LOG-USER-ID              PIC X(08).
           05  FILLER                   PIC X(01).
           05  LOG-PROGRAM              PIC X(08).
           05  FILLER                   PIC X(01).
           05  LOG-OLD-STATUS           PIC X(01).
           05  LOG-OLD-EXPIRE           PIC X(08).
           05  FILLER                   PIC X(01).
           05  LOG-NEW-STATUS           PIC X(01).
           05  LOG-NEW-EXPIRE           PIC X(08).
           05  FILLER                   PIC X(01).
           05  LOG-FULL-NAME            PIC X(30).
           05  LOG-DEPT                 PIC X(04).
           05  LOG-EMP-NUMBER           PIC X(06).

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
      * BEFORE STARTING THE PROGRAM (SEE 0500-GET-FILE-PATHS).  THE
      * AUTHORIZATION FILE TAKES OPSIGNRB'S OWN VARIABLE SO THE FILE
      * KEPT HERE IS ALWAYS THE ONE SIGN-ON CHECKS:
        01 WS-FILE-PATHS.
           05 WS-AUTH-TRANS-IN-PATH     PIC X(80)
                VALUE "C:\Users\Ryan\Desktop\AUTHMAINT.txt".
           05 WS-USER-AUTH-PATH         PIC X(80)
                VALUE "C:\Users\Ryan\Desktop\USERAUTH.DAT".
           05 WS-AUTH-LOG-PATH          PIC X(80)
                VALUE "C:\Users\Ryan\Desktop\AUTHLOG.DAT".
           05 WS-CHANGE-LISTING-PATH    PIC X(80)
                VALUE "C:\Users\Ryan\Desktop\AUTHMAINT-CHANGES.rpt".
           05 WS-AUDIT-TRAIL-PATH       PIC X(80)
                VALUE "C:\Users\Ryan\Desktop\OPS-AUDIT-TRAIL.LOG".
           05 WS-ENV-PATH-OVERRIDE      PIC X(80).

      * File status
        COPY "FILESTAT.cpy" REPLACING
            ==STATUS-FIELD==   BY ==WS-AUTH-TRANS-IN-STATUS==
            ==STATUS-OK==      BY ==AUTH-TRANS-IN-SUCCESSFUL==
            ==STATUS-EOF==     BY ==END-OF-AUTH-TRANS-IN==
            ==STATUS-INVALID== BY ==INVALID-VALUE-IN-FILE==.
        01 WS-USER-AUTH-STATUS          pic X(02).
           88 USER-AUTH-SUCCESSFUL         VALUE "00".
           88 END-OF-USER-AUTH             VALUE "10".
        01 WS-AUTH-LOG-STATUS           pic X(02).
           88 GOOD-AUTH-LOG-WRITE          VALUE "00".
        01 WS-CHANGE-LISTING-STATUS     pic X(02).
           88 GOOD-CHANGE-LISTING-WRITE    VALUE "00".
        01 WS-AUDIT-TRAIL-STATUS        pic X(02).
           88 GOOD-AUDIT-TRAIL-WRITE       VALUE "00".

      * THE AUTHORIZATION FILE, LOADED AT STARTUP, UPDATED AS
      * TRANSACTIONS APPLY, REWRITTEN AT END OF RUN.  SAME CEILING AS
      * OPSIGNRB'S TABLE.
        01 WS-AUTH-COUNT                PIC 9(04) VALUE 0.
        01 WS-AUTH-SUB                  PIC 9(04) VALUE 0.
        01 WS-AUTH-TABLE.
           05 AUTH-TABLE-ENTRY OCCURS 0 TO 500 TIMES
                 DEPENDING ON WS-AUTH-COUNT.
              10 TABLE-AUTH-USER        PIC X(08).
              10 TABLE-AUTH-PROGRAM     PIC X(08).
              10 TABLE-AUTH-NAME        PIC X(30).
              10 TABLE-AUTH-DEPT        PIC X(04).
              10 TABLE-AUTH-EMP-NUMBER  PIC X(06).
              10 TABLE-AUTH-GRANTED-BY  PIC X(08).
              10 TABLE-AUTH-GRANTED-DATE PIC X(08).
              10 TABLE-AUTH-EXPIRE-DATE PIC X(08).
              10 TABLE-AUTH-STATUS      PIC X(01).
                 88 TABLE-AUTH-ACTIVE      VALUE " " "A".
                 88 TABLE-AUTH-REVOKED     VALUE "R".
              10 TABLE-AUTH-STATUS-BY   PIC X(08).
              10 TABLE-AUTH-STATUS-DATE PIC X(08).

      * RUN COUNTERS
        01 WS-TRANS-READ                PIC 9(05) VALUE 0.
        01 WS-TRANS-APPLIED             PIC 9(05) VALUE 0.
        01 WS-TRANS-REJECTED            PIC 9(05) VALUE 0.
        01 WS-VALID-TRANS-SW            PIC X(01) VALUE "Y".
           88 VALID-TRANS                  VALUE "Y".
           88 INVALID-TRANS                VALUE "N".
        01 WS-FOUND-SW                  PIC X(01) VALUE "N".
           88 KEY-WAS-FOUND                VALUE "Y".
        01 WS-REJECT-REASON             PIC X(30) VALUE SPACES.
        01 WS-RUN-DATE                  PIC X(08).
        01 WS-RUN-TIME                  PIC 9(08) VALUE 0.
        01 WS-TODAY                     PIC X(08).
      * THE ROW UNDER CHANGE - ITS STATUS AS IT STANDS TODAY (N NO
      * ROW, A ACTIVE, R REVOKED, X EXPIRED) BEFORE AND AFTER, AND
      * ITS STORED STATUS AND EXPIRY BEFORE, FOR THE CHANGE LOG:
        01 WS-OLD-STANDING              PIC X(01).
        01 WS-NEW-STANDING              PIC X(01).
        01 WS-STANDING                  PIC X(01).
           88 STANDING-NO-ROW              VALUE "N".
           88 STANDING-ACTIVE              VALUE "A".
           88 STANDING-REVOKED             VALUE "R".
           88 STANDING-EXPIRED             VALUE "X".
        01 WS-STANDING-WORD             PIC X(08).
        01 WS-OLD-ROW-STATUS            PIC X(01).
        01 WS-OLD-ROW-EXPIRE            PIC X(08).
      * NAME, DEPARTMENT AND EMPLOYEE NUMBER FOR THE ROW - FROM THE
      * TRANSACTION, ELSE FROM THE USER'S OTHER ROWS:
        01 WS-USER-NAME                 PIC X(30).
        01 WS-USER-DEPT                 PIC X(04).
        01 WS-USER-EMP-NUMBER           PIC X(06).
        01 WS-EDIT-DATE                 PIC XXXX/XX/XX.
        COPY "AUDITTRL.cpy".
      * OPERATOR SIGN-ON - A SIGNED-ON, AUTHORIZED USER ONLY.  AN
      * UNATTENDED RUN HAS NOBODY TO STAMP AS THE GRANTOR, SO THE
      * BATCH ANSWER IS REFUSED HERE.
        COPY "SIGNON.cpy".
      * DATE SERVICE - EDITS THE EXPIRY DATES KEYED.
        COPY "DATEFUN.cpy".

       01  PAGE-HDG-01.
           05 PAGE-HDG-01-CC         PIC X(01) VALUE SPACE.
           05 FILLER                 PIC X(44) VALUE SPACES.
           05 FILLER                 PIC X(40)
              VALUE "USER AUTHORIZATION MAINTENANCE - CHANGES".
           05 FILLER                 PIC X(20) VALUE SPACES.
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
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 FILLER                 PIC X(04) VALUE "ACT ".
           05 FILLER                 PIC X(10) VALUE "USER".
           05 FILLER                 PIC X(10) VALUE "PROGRAM".
           05 FILLER                 PIC X(26) VALUE "FULL NAME".
           05 FILLER                 PIC X(06) VALUE "DEPT".
           05 FILLER                 PIC X(12) VALUE "EXPIRES".
           05 FILLER                 PIC X(10) VALUE "WAS".
           05 FILLER                 PIC X(10) VALUE "NOW".
           05 FILLER                 PIC X(27) VALUE "RESULT".
           05 FILLER                 PIC X(08) VALUE "OPERATOR".

       01  DETAIL-LINE-CHANGE.
           05 DTL-CC                 PIC X(01) VALUE SPACE.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 DTL-ACTION             PIC X(01).
           05 FILLER                 PIC X(03) VALUE SPACES.
           05 DTL-USER-ID            PIC X(08).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 DTL-PROGRAM            PIC X(08).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 DTL-FULL-NAME          PIC X(24).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 DTL-DEPT               PIC X(04).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 DTL-EXPIRES            PIC X(10).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 DTL-OLD-STANDING       PIC X(08).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 DTL-NEW-STANDING       PIC X(08).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 DTL-RESULT             PIC X(25).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 DTL-OPERATOR           PIC X(08).

       01  TOTALS-LINE.
           05 TOTAL-LINE-CC          PIC X(01) VALUE SPACE.
           05 FILLER                 PIC X(09) VALUE SPACES.
           05 FILLER                 PIC X(20)
              VALUE "TRANSACTIONS READ:  ".
           05 TOTAL-TRANS-READ       PIC ZZ,ZZ9.
           05 FILLER                 PIC X(05) VALUE SPACES.
           05 FILLER                 PIC X(09) VALUE "APPLIED: ".
           05 TOTAL-TRANS-APPLIED    PIC ZZ,ZZ9.
           05 FILLER                 PIC X(05) VALUE SPACES.
           05 FILLER                 PIC X(10) VALUE "REJECTED: ".
           05 TOTAL-TRANS-REJECTED   PIC ZZ,ZZ9.

       01  DETAIL-LINE-LINE.
           05 FILLER                 PIC X(10) VALUE SPACES.
           05 FILLER                 PIC X(115) VALUE ALL "_".
           05 FILLER                 PIC X(08) VALUE SPACES.

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

           DISPLAY "AUTHMNRB FOR RYAN BROOKS".

           PERFORM 1000-INITIALIZE.
           PERFORM 2000-READ-TRANSACTION.

           perform until END-OF-AUTH-TRANS-IN
              perform 2500-VALIDATE-TRANSACTION
              IF VALID-TRANS
                 perform 3000-APPLY-TRANSACTION
              ELSE
                 perform 7200-LIST-REJECT
              END-IF
              perform 2000-READ-TRANSACTION
           END-PERFORM.

           perform 9000-CREATE-LISTING-TOTAL-LINE.
           perform 9600-WRITE-AUTH-FILE.

           display "TRANSACTIONS READ:           " WS-TRANS-READ.
           display "TRANSACTIONS APPLIED:        " WS-TRANS-APPLIED.
           display "TRANSACTIONS REJECTED:       " WS-TRANS-REJECTED.

           PERFORM 9900-WRITE-AUDIT-RECORD.

           close AUTH-TRANS-IN
                 AUTH-LOG-FILE
                 CHANGE-LISTING
                 AUDIT-TRAIL-FILE.

           GOBACK.

       0500-GET-FILE-PATHS.
      * OVERRIDE THE DEFAULT FILE PATHS IF THE MATCHING ENVIRONMENT
      * VARIABLE HAS BEEN SET:
           ACCEPT WS-ENV-PATH-OVERRIDE FROM ENVIRONMENT
                  "AUTHMNRB-AUTH-TRANS-IN".
           IF WS-ENV-PATH-OVERRIDE NOT = SPACES
              MOVE WS-ENV-PATH-OVERRIDE TO WS-AUTH-TRANS-IN-PATH
           END-IF.
           ACCEPT WS-ENV-PATH-OVERRIDE FROM ENVIRONMENT
                  "OPSIGNRB-USER-AUTH-FILE".
           IF WS-ENV-PATH-OVERRIDE NOT = SPACES
              MOVE WS-ENV-PATH-OVERRIDE TO WS-USER-AUTH-PATH
           END-IF.
           ACCEPT WS-ENV-PATH-OVERRIDE FROM ENVIRONMENT
                  "AUTHMNRB-AUTH-LOG-FILE".
           IF WS-ENV-PATH-OVERRIDE NOT = SPACES
              MOVE WS-ENV-PATH-OVERRIDE TO WS-AUTH-LOG-PATH
           END-IF.
           ACCEPT WS-ENV-PATH-OVERRIDE FROM ENVIRONMENT
                  "AUTHMNRB-CHANGE-LISTING".
           IF WS-ENV-PATH-OVERRIDE NOT = SPACES
              MOVE WS-ENV-PATH-OVERRIDE TO WS-CHANGE-LISTING-PATH
           END-IF.
           ACCEPT WS-ENV-PATH-OVERRIDE FROM ENVIRONMENT
                  "AUTHMNRB-AUDIT-TRAIL-FILE".
           IF WS-ENV-PATH-OVERRIDE NOT = SPACES
              MOVE WS-ENV-PATH-OVERRIDE TO WS-AUDIT-TRAIL-PATH
           END-IF.

       1000-INITIALIZE.
           PERFORM 0500-GET-FILE-PATHS.
           ACCEPT WS-RUN-DATE FROM DATE.
           MOVE   WS-RUN-DATE TO PAGE-HDG-02-DATE.
           MOVE "20"              TO WS-TODAY (1:2).
           MOVE WS-RUN-DATE (1:6) TO WS-TODAY (3:6).
           OPEN INPUT AUTH-TRANS-IN.
           IF NOT AUTH-TRANS-IN-SUCCESSFUL
              DISPLAY "AUTHMNRB: UNABLE TO OPEN AUTH-TRANS-IN, "
                  "STATUS = " WS-AUTH-TRANS-IN-STATUS
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
           PERFORM 1500-LOAD-AUTH-TABLE.
           OPEN EXTEND AUTH-LOG-FILE.
           IF NOT GOOD-AUTH-LOG-WRITE
              CLOSE AUTH-LOG-FILE
              OPEN OUTPUT AUTH-LOG-FILE
           END-IF.
           PERFORM 8000-WRITE-HEADINGS.

       1200-OPERATOR-SIGN-ON.
      * AN UNAUTHORIZED OR UNSIGNED RUN IS REFUSED AND THE REFUSAL
      * GOES ON THE AUDIT TRAIL.
           MOVE "AUTHMNRB" TO SGN-PROGRAM-NAME.
           CALL "OPSIGNRB" USING SIGNON-PARMS.
           IF NOT SGN-AUTHORIZED
              EVALUATE TRUE
                 WHEN SGN-NO-USER
                 WHEN SGN-BATCH-RUN
                    DISPLAY "AUTHMNRB: OPS-USER-ID NOT SET - SIGN "
                        "ON BEFORE RUNNING MAINTENANCE"
                 WHEN SGN-NO-USER-FILE
                    DISPLAY "AUTHMNRB: USER AUTHORIZATION FILE "
                        "MISSING - RUN REFUSED"
                 WHEN OTHER
                    DISPLAY "AUTHMNRB: USER " SGN-USER-ID
                        " NOT AUTHORIZED FOR AUTHMNRB - RUN REFUSED"
              END-EVALUATE
              MOVE 16 TO RETURN-CODE
              PERFORM 1250-LOG-REFUSED-ACCESS
              GOBACK
           END-IF.

       1250-LOG-REFUSED-ACCESS.
           ACCEPT WS-RUN-TIME FROM TIME.
           MOVE "AUTHMNRB"          TO AUD-PROGRAM-NAME.
           MOVE WS-RUN-DATE         TO AUD-RUN-DATE.
           MOVE WS-RUN-TIME         TO AUD-RUN-TIME.
           MOVE 0                   TO AUD-RECORDS-READ.
           MOVE 0                   TO AUD-RECORDS-WRITTEN.
           MOVE "ACCESS REFUSED"    TO AUD-KEY-TOTALS.
           MOVE "ER"                TO AUD-COMPLETION-STATUS.
           MOVE SGN-USER-ID         TO AUD-USER-ID.
           WRITE AUDIT-TRAIL-RECORD FROM AUDIT-TRAIL-LINE.
           CLOSE AUDIT-TRAIL-FILE.

       1500-LOAD-AUTH-TABLE.
      * SIGN-ON HAS ALREADY PROVED THE FILE IS THERE.  A FILE BIGGER
      * THAN THE TABLE STOPS THE RUN BEFORE ANYTHING IS APPLIED - THE
      * REWRITE WOULD OTHERWISE DROP THE ROWS THAT DID NOT FIT.
           OPEN INPUT USER-AUTH-FILE.
           PERFORM UNTIL END-OF-USER-AUTH
              READ USER-AUTH-FILE
                 AT END
                    SET END-OF-USER-AUTH TO TRUE
                 NOT AT END
                    IF USR-ID NOT = SPACES
                       IF WS-AUTH-COUNT = 500
                          DISPLAY "AUTHMNRB: AUTHORIZATION FILE "
                              "HOLDS MORE THAN 500 ROWS - RUN "
                              "STOPPED, NOTHING APPLIED"
                          MOVE 16 TO RETURN-CODE
                          CLOSE USER-AUTH-FILE
                          PERFORM 9900-WRITE-AUDIT-RECORD
                          GOBACK
                       END-IF
                       ADD 1 TO WS-AUTH-COUNT
                       MOVE USR-ID TO TABLE-AUTH-USER (WS-AUTH-COUNT)
                       MOVE USR-PROGRAM TO
                            TABLE-AUTH-PROGRAM (WS-AUTH-COUNT)
                       MOVE USR-FULL-NAME TO
                            TABLE-AUTH-NAME (WS-AUTH-COUNT)
                       MOVE USR-DEPT TO
                            TABLE-AUTH-DEPT (WS-AUTH-COUNT)
                       MOVE USR-EMP-NUMBER TO
                            TABLE-AUTH-EMP-NUMBER (WS-AUTH-COUNT)
                       MOVE USR-GRANTED-BY TO
                            TABLE-AUTH-GRANTED-BY (WS-AUTH-COUNT)
                       MOVE USR-GRANTED-DATE TO
                            TABLE-AUTH-GRANTED-DATE (WS-AUTH-COUNT)
                       MOVE USR-EXPIRE-DATE TO
                            TABLE-AUTH-EXPIRE-DATE (WS-AUTH-COUNT)
                       MOVE USR-STATUS TO
                            TABLE-AUTH-STATUS (WS-AUTH-COUNT)
                       MOVE USR-STATUS-BY TO
                            TABLE-AUTH-STATUS-BY (WS-AUTH-COUNT)
                       MOVE USR-STATUS-DATE TO
                            TABLE-AUTH-STATUS-DATE (WS-AUTH-COUNT)
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE USER-AUTH-FILE.

       2000-READ-TRANSACTION.
           READ AUTH-TRANS-IN
                AT END
                   DISPLAY "END OF AUTHORIZATION TRANSACTIONS"
                NOT AT END
                   ADD 1 TO WS-TRANS-READ.

       2500-VALIDATE-TRANSACTION.
           SET VALID-TRANS TO TRUE.
           MOVE SPACES TO WS-REJECT-REASON.
           PERFORM 4100-FIND-GRANT.
           IF KEY-WAS-FOUND
              PERFORM 4300-ROW-STANDING
           ELSE
              SET STANDING-NO-ROW TO TRUE
           END-IF.
           MOVE WS-STANDING TO WS-OLD-STANDING.
           PERFORM 4200-FIND-USER-DETAILS.
           IF TRN-EXPIRE-DATE NOT = SPACES
              AND TRN-EXPIRE-DATE NOT = ZEROS
              PERFORM 4400-EDIT-EXPIRE-DATE
           END-IF.
           EVALUATE TRUE
              WHEN NOT (TRN-ADD OR TRN-REVOKE OR TRN-EXPIRE)
                 SET INVALID-TRANS TO TRUE
                 MOVE "BAD ACTION CODE" TO WS-REJECT-REASON
              WHEN TRN-USER-ID = SPACES OR TRN-PROGRAM = SPACES
                 SET INVALID-TRANS TO TRUE
                 MOVE "BLANK USER OR PROGRAM" TO WS-REJECT-REASON
      * THE SEGREGATION-OF-DUTIES RULE - NOBODY WIDENS OR EXTENDS
      * THEIR OWN ACCESS:
              WHEN (TRN-ADD OR TRN-EXPIRE)
                   AND TRN-USER-ID = SGN-USER-ID
                 SET INVALID-TRANS TO TRUE
                 MOVE "CANNOT CHANGE OWN ACCESS" TO WS-REJECT-REASON
              WHEN TRN-ADD AND STANDING-ACTIVE
                 SET INVALID-TRANS TO TRUE
                 MOVE "ALREADY GRANTED" TO WS-REJECT-REASON
              WHEN TRN-ADD AND STANDING-NO-ROW
                   AND WS-AUTH-COUNT = 500
                 SET INVALID-TRANS TO TRUE
                 MOVE "AUTHORIZATION TABLE FULL" TO WS-REJECT-REASON
              WHEN TRN-ADD AND WS-USER-NAME = SPACES
                 SET INVALID-TRANS TO TRUE
                 MOVE "FULL NAME REQUIRED" TO WS-REJECT-REASON
              WHEN (TRN-REVOKE OR TRN-EXPIRE)
                   AND NOT STANDING-ACTIVE
                 SET INVALID-TRANS TO TRUE
                 MOVE "NO ACTIVE GRANT" TO WS-REJECT-REASON
              WHEN TRN-EXPIRE
                   AND (TRN-EXPIRE-DATE = SPACES
                        OR TRN-EXPIRE-DATE = ZEROS)
                 SET INVALID-TRANS TO TRUE
                 MOVE "EXPIRY DATE REQUIRED" TO WS-REJECT-REASON
              WHEN (TRN-ADD OR TRN-EXPIRE)
                   AND TRN-EXPIRE-DATE NOT = SPACES
                   AND TRN-EXPIRE-DATE NOT = ZEROS
                   AND NOT DFN-OK
                 SET INVALID-TRANS TO TRUE
                 MOVE "BAD EXPIRY DATE" TO WS-REJECT-REASON
              WHEN TRN-ADD
                   AND TRN-EXPIRE-DATE NOT = SPACES
                   AND TRN-EXPIRE-DATE NOT = ZEROS
                   AND TRN-EXPIRE-DATE NOT > WS-TODAY
                 SET INVALID-TRANS TO TRUE
                 MOVE "EXPIRY DATE NOT IN FUTURE" TO WS-REJECT-REASON
              WHEN TRN-EXPIRE AND TRN-EXPIRE-DATE < WS-TODAY
                 SET INVALID-TRANS TO TRUE
                 MOVE "EXPIRY DATE IN THE PAST" TO WS-REJECT-REASON
           END-EVALUATE.
           IF INVALID-TRANS
              ADD 1 TO WS-TRANS-REJECTED
              DISPLAY "REJECTED - " WS-REJECT-REASON ": "
                      AUTH-TRANS-RECORD
           END-IF.

       3000-APPLY-TRANSACTION.
      * A PAIR GRANTED FOR THE FIRST TIME GETS A NEW ROW; ONE REVOKED
      * OR EXPIRED BEFORE IS GRANTED AGAIN ON ITS OLD ROW.
           IF STANDING-NO-ROW
              ADD 1 TO WS-AUTH-COUNT
              MOVE WS-AUTH-COUNT TO WS-AUTH-SUB
              MOVE TRN-USER-ID TO TABLE-AUTH-USER (WS-AUTH-SUB)
              MOVE TRN-PROGRAM TO TABLE-AUTH-PROGRAM (WS-AUTH-SUB)
              MOVE SPACE  TO TABLE-AUTH-STATUS (WS-AUTH-SUB)
              MOVE SPACES TO TABLE-AUTH-EXPIRE-DATE (WS-AUTH-SUB)
           END-IF.
           MOVE TABLE-AUTH-STATUS (WS-AUTH-SUB) TO WS-OLD-ROW-STATUS.
           MOVE TABLE-AUTH-EXPIRE-DATE (WS-AUTH-SUB) TO
                WS-OLD-ROW-EXPIRE.
           EVALUATE TRUE
              WHEN TRN-ADD
                 MOVE WS-USER-NAME TO TABLE-AUTH-NAME (WS-AUTH-SUB)
                 MOVE WS-USER-DEPT TO TABLE-AUTH-DEPT (WS-AUTH-SUB)
                 MOVE WS-USER-EMP-NUMBER TO
                      TABLE-AUTH-EMP-NUMBER (WS-AUTH-SUB)
                 MOVE SGN-USER-ID TO TABLE-AUTH-GRANTED-BY (WS-AUTH-SUB)
                 MOVE WS-TODAY TO TABLE-AUTH-GRANTED-DATE (WS-AUTH-SUB)
                 IF TRN-EXPIRE-DATE = ZEROS
                    MOVE SPACES TO TABLE-AUTH-EXPIRE-DATE (WS-AUTH-SUB)
                 ELSE
                    MOVE TRN-EXPIRE-DATE TO
                         TABLE-AUTH-EXPIRE-DATE (WS-AUTH-SUB)
                 END-IF
                 MOVE "A" TO TABLE-AUTH-STATUS (WS-AUTH-SUB)
              WHEN TRN-REVOKE
                 MOVE "R" TO TABLE-AUTH-STATUS (WS-AUTH-SUB)
              WHEN TRN-EXPIRE
                 MOVE TRN-EXPIRE-DATE TO
                      TABLE-AUTH-EXPIRE-DATE (WS-AUTH-SUB)
           END-EVALUATE.
      * A HAND-KEYED ROW PICKS UP THE USER'S NAME THE FIRST TIME IT
      * IS TOUCHED:
           IF TABLE-AUTH-NAME (WS-AUTH-SUB) = SPACES
              MOVE WS-USER-NAME TO TABLE-AUTH-NAME (WS-AUTH-SUB)
              MOVE WS-USER-DEPT TO TABLE-AUTH-DEPT (WS-AUTH-SUB)
              MOVE WS-USER-EMP-NUMBER TO
                   TABLE-AUTH-EMP-NUMBER (WS-AUTH-SUB)
           END-IF.
           MOVE SGN-USER-ID TO TABLE-AUTH-STATUS-BY (WS-AUTH-SUB).
           MOVE WS-TODAY    TO TABLE-AUTH-STATUS-DATE (WS-AUTH-SUB).
           PERFORM 4300-ROW-STANDING.
           MOVE WS-STANDING TO WS-NEW-STANDING.
           ADD 1 TO WS-TRANS-APPLIED.
           PERFORM 3500-WRITE-CHANGE-LOG.
           PERFORM 7100-LIST-CHANGE.

       3500-WRITE-CHANGE-LOG.
           ACCEPT WS-RUN-TIME FROM TIME.
           MOVE SPACES                        TO AUTH-LOG-RECORD.
           MOVE WS-TODAY                      TO LOG-DATE.
           MOVE WS-RUN-TIME                   TO LOG-TIME.
           MOVE SGN-USER-ID                   TO LOG-OPERATOR.
           MOVE TRN-ACTION                    TO LOG-ACTION.
           MOVE TRN-USER-ID                   TO LOG-USER-ID.
           MOVE TRN-PROGRAM                   TO LOG-PROGRAM.
           MOVE WS-OLD-ROW-STATUS             TO LOG-OLD-STATUS.
           MOVE WS-OLD-ROW-EXPIRE             TO LOG-OLD-EXPIRE.
           MOVE TABLE-AUTH-STATUS (WS-AUTH-SUB) TO LOG-NEW-STATUS.
           MOVE TABLE-AUTH-EXPIRE-DATE (WS-AUTH-SUB) TO
                LOG-NEW-EXPIRE.
           MOVE TABLE-AUTH-NAME (WS-AUTH-SUB) TO LOG-FULL-NAME.
           MOVE TABLE-AUTH-DEPT (WS-AUTH-SUB) TO LOG-DEPT.
           MOVE TABLE-AUTH-EMP-NUMBER (WS-AUTH-SUB) TO LOG-EMP-NUMBER.
           WRITE AUTH-LOG-RECORD.

       4100-FIND-GRANT.
           MOVE "N" TO WS-FOUND-SW.
           PERFORM VARYING WS-AUTH-SUB FROM 1 BY 1
              UNTIL WS-AUTH-SUB > WS-AUTH-COUNT
                 OR KEY-WAS-FOUND
              IF TABLE-AUTH-USER (WS-AUTH-SUB) = TRN-USER-ID
                 AND TABLE-AUTH-PROGRAM (WS-AUTH-SUB) = TRN-PROGRAM
                 SET KEY-WAS-FOUND TO TRUE
              END-IF
           END-PERFORM.
           IF KEY-WAS-FOUND
              SUBTRACT 1 FROM WS-AUTH-SUB
           END-IF.

       4200-FIND-USER-DETAILS.
      * WHAT THE TRANSACTION KEYS WINS; A BLANK FIELD IS FILLED FROM
      * THE FIRST OF THE USER'S ROWS THAT CARRIES A NAME.
           MOVE TRN-FULL-NAME  TO WS-USER-NAME.
           MOVE TRN-DEPT       TO WS-USER-DEPT.
           MOVE TRN-EMP-NUMBER TO WS-USER-EMP-NUMBER.
           PERFORM VARYING WS-AUTH-SUB FROM 1 BY 1
              UNTIL WS-AUTH-SUB > WS-AUTH-COUNT
              IF TABLE-AUTH-USER (WS-AUTH-SUB) = TRN-USER-ID
                 AND TABLE-AUTH-NAME (WS-AUTH-SUB) NOT = SPACES
                 IF WS-USER-NAME = SPACES
                    MOVE TABLE-AUTH-NAME (WS-AUTH-SUB) TO WS-USER-NAME
                 END-IF
                 IF WS-USER-DEPT = SPACES
                    MOVE TABLE-AUTH-DEPT (WS-AUTH-SUB) TO WS-USER-DEPT
                 END-IF
                 IF WS-USER-EMP-NUMBER = SPACES
                    MOVE TABLE-AUTH-EMP-NUMBER (WS-AUTH-SUB) TO
                         WS-USER-EMP-NUMBER
                 END-IF
              END-IF
           END-PERFORM.
      * PUT THE SUBSCRIPT BACK ON THE GRANT 4100 FOUND:
           PERFORM 4100-FIND-GRANT.

       4300-ROW-STANDING.
      * HOW THE ROW AT WS-AUTH-SUB STANDS TODAY, AS OPSIGNRB SEES IT.
           EVALUATE TRUE
              WHEN TABLE-AUTH-REVOKED (WS-AUTH-SUB)
                 SET STANDING-REVOKED TO TRUE
              WHEN TABLE-AUTH-EXPIRE-DATE (WS-AUTH-SUB) NOT = SPACES
                   AND TABLE-AUTH-EXPIRE-DATE (WS-AUTH-SUB)
                       NOT = ZEROS
                   AND TABLE-AUTH-EXPIRE-DATE (WS-AUTH-SUB)
                       NOT > WS-TODAY
                 SET STANDING-EXPIRED TO TRUE
              WHEN OTHER
                 SET STANDING-ACTIVE TO TRUE
           END-EVALUATE.

       4400-EDIT-EXPIRE-DATE.
      * A DATE THE DATE SERVICE WON'T TAKE IS NO DATE AT ALL.
           IF TRN-EXPIRE-DATE IS NUMERIC
              MOVE "W" TO DFN-FUNCTION-CODE
              MOVE TRN-EXPIRE-DATE TO DFN-DATE-1
              CALL "DATESRVRB" USING DATEFUN-PARMS
           ELSE
              MOVE "E" TO DFN-STATUS
           END-IF.

       7100-LIST-CHANGE.
           MOVE SPACES               TO DETAIL-LINE-CHANGE.
           MOVE SPACE                TO DTL-CC.
           MOVE TRN-ACTION           TO DTL-ACTION.
           MOVE TRN-USER-ID          TO DTL-USER-ID.
           MOVE TRN-PROGRAM          TO DTL-PROGRAM.
           MOVE TABLE-AUTH-NAME (WS-AUTH-SUB) TO DTL-FULL-NAME.
           MOVE TABLE-AUTH-DEPT (WS-AUTH-SUB) TO DTL-DEPT.
           IF TABLE-AUTH-EXPIRE-DATE (WS-AUTH-SUB) = SPACES
              OR TABLE-AUTH-EXPIRE-DATE (WS-AUTH-SUB) = ZEROS
              MOVE "NONE" TO DTL-EXPIRES
           ELSE
              MOVE TABLE-AUTH-EXPIRE-DATE (WS-AUTH-SUB) TO WS-EDIT-DATE
              MOVE WS-EDIT-DATE TO DTL-EXPIRES
           END-IF.
           MOVE WS-OLD-STANDING      TO WS-STANDING.
           PERFORM 7600-STANDING-WORD.
           MOVE WS-STANDING-WORD     TO DTL-OLD-STANDING.
           MOVE WS-NEW-STANDING      TO WS-STANDING.
           PERFORM 7600-STANDING-WORD.
           MOVE WS-STANDING-WORD     TO DTL-NEW-STANDING.
           EVALUATE TRUE
              WHEN TRN-ADD AND TABLE-AUTH-PROGRAM (WS-AUTH-SUB) = "ALL"
                 MOVE "APPLIED - ALL PROGRAMS" TO DTL-RESULT
              WHEN TRN-ADD AND WS-OLD-STANDING NOT = "N"
                 MOVE "APPLIED - GRANTED AGAIN" TO DTL-RESULT
              WHEN OTHER
                 MOVE "APPLIED"                TO DTL-RESULT
           END-EVALUATE.
           PERFORM 7500-WRITE-LISTING-LINE.

       7200-LIST-REJECT.
           MOVE SPACES               TO DETAIL-LINE-CHANGE.
           MOVE SPACE                TO DTL-CC.
           MOVE TRN-ACTION           TO DTL-ACTION.
           MOVE TRN-USER-ID          TO DTL-USER-ID.
           MOVE TRN-PROGRAM          TO DTL-PROGRAM.
           MOVE WS-USER-NAME         TO DTL-FULL-NAME.
           MOVE WS-USER-DEPT         TO DTL-DEPT.
           MOVE TRN-EXPIRE-DATE      TO DTL-EXPIRES.
           MOVE WS-OLD-STANDING      TO WS-STANDING.
           PERFORM 7600-STANDING-WORD.
           MOVE WS-STANDING-WORD     TO DTL-OLD-STANDING.
           MOVE WS-REJECT-REASON     TO DTL-RESULT.
           PERFORM 7500-WRITE-LISTING-LINE.

       7500-WRITE-LISTING-LINE.
           MOVE SGN-USER-ID TO DTL-OPERATOR.
           add 1 to WS-LINE-COUNT.
           if WS-LINE-COUNT > 50
              PERFORM 8000-WRITE-HEADINGS.
           write CHANGE-LISTING-RECORD from DETAIL-LINE-CHANGE
             after advancing 01 lines.

       7600-STANDING-WORD.
           EVALUATE TRUE
              WHEN STANDING-ACTIVE
                 MOVE "ACTIVE"  TO WS-STANDING-WORD
              WHEN STANDING-REVOKED
                 MOVE "REVOKED" TO WS-STANDING-WORD
              WHEN STANDING-EXPIRED
                 MOVE "EXPIRED" TO WS-STANDING-WORD
              WHEN OTHER
                 MOVE "NONE"    TO WS-STANDING-WORD
           END-EVALUATE.

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
           MOVE WS-TRANS-READ      TO TOTAL-TRANS-READ.
           MOVE WS-TRANS-APPLIED   TO TOTAL-TRANS-APPLIED.
           MOVE WS-TRANS-REJECTED  TO TOTAL-TRANS-REJECTED.
           write CHANGE-LISTING-RECORD from DETAIL-LINE-LINE
             AFTER ADVANCING 01 LINES.
           write CHANGE-LISTING-RECORD from TOTALS-LINE
             AFTER ADVANCING 02 LINES.
           write CHANGE-LISTING-RECORD from WS-REPORT-RULER
             after advancing 02 LINES.

       9600-WRITE-AUTH-FILE.
      * REWRITE THE AUTHORIZATION FILE FROM THE UPDATED TABLE, ONLY
      * WHEN SOMETHING WAS APPLIED.
           IF WS-TRANS-APPLIED > 0
              OPEN OUTPUT USER-AUTH-FILE
              PERFORM VARYING WS-AUTH-SUB FROM 1 BY 1
                 UNTIL WS-AUTH-SUB > WS-AUTH-COUNT
                 MOVE SPACES TO USER-AUTH-RECORD
                 MOVE TABLE-AUTH-USER (WS-AUTH-SUB)    TO USR-ID
                 MOVE TABLE-AUTH-PROGRAM (WS-AUTH-SUB) TO USR-PROGRAM
                 MOVE TABLE-AUTH-NAME (WS-AUTH-SUB)    TO USR-FULL-NAME
                 MOVE TABLE-AUTH-DEPT (WS-AUTH-SUB)    TO USR-DEPT
                 MOVE TABLE-AUTH-EMP-NUMBER (WS-AUTH-SUB) TO
                      USR-EMP-NUMBER
                 MOVE TABLE-AUTH-GRANTED-BY (WS-AUTH-SUB) TO
                      USR-GRANTED-BY
                 MOVE TABLE-AUTH-GRANTED-DATE (WS-AUTH-SUB) TO
                      USR-GRANTED-DATE
                 MOVE TABLE-AUTH-EXPIRE-DATE (WS-AUTH-SUB) TO
                      USR-EXPIRE-DATE
                 MOVE TABLE-AUTH-STATUS (WS-AUTH-SUB)  TO USR-STATUS
                 MOVE TABLE-AUTH-STATUS-BY (WS-AUTH-SUB) TO
                      USR-STATUS-BY
                 MOVE TABLE-AUTH-STATUS-DATE (WS-AUTH-SUB) TO
                      USR-STATUS-DATE
                 WRITE USER-AUTH-RECORD
              END-PERFORM
              CLOSE USER-AUTH-FILE
           END-IF.

       9900-WRITE-AUDIT-RECORD.
      * APPEND ONE SUMMARY LINE FOR THIS RUN TO THE SHARED OPERATIONS
      * AUDIT TRAIL, MIRRORING THE PROGRAM TOTALS DISPLAYED ABOVE.
           ACCEPT WS-RUN-TIME FROM TIME.
           MOVE "AUTHMNRB"          TO AUD-PROGRAM-NAME.
           MOVE WS-RUN-DATE         TO AUD-RUN-DATE.
           MOVE WS-RUN-TIME         TO AUD-RUN-TIME.
           MOVE WS-TRANS-READ       TO AUD-RECORDS-READ.
           MOVE WS-TRANS-APPLIED    TO AUD-RECORDS-WRITTEN.
           MOVE SPACES              TO AUD-KEY-TOTALS.
           MOVE "REJECTED="         TO AUD-KEY-TOTALS(1:9).
           MOVE WS-TRANS-REJECTED   TO AUD-KEY-TOTALS(10:5).
           MOVE " ROWS="            TO AUD-KEY-TOTALS(15:6).
           MOVE WS-AUTH-COUNT       TO AUD-KEY-TOTALS(21:4).
           MOVE SGN-USER-ID         TO AUD-USER-ID.
           IF RETURN-CODE = 0
              MOVE "OK" TO AUD-COMPLETION-STATUS
           ELSE
              MOVE "ER" TO AUD-COMPLETION-STATUS
           END-IF.
           WRITE AUDIT-TRAIL-RECORD FROM AUDIT-TRAIL-LINE.
