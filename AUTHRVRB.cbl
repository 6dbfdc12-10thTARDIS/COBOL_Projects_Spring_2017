       IDENTIFICATION DIVISION.
       PROGRAM-ID.    AUTHRVRB.
       AUTHOR.        RYAN BROOKS
      * QUARTERLY USER ACCESS REVIEW.  EVERY YEAR THE AUDITORS ASK
      * WHO CAN CHANGE BANK DETAILS IN EMPMNTRB, AND THE ANSWER USED
      * TO BE A GREP OF USERAUTH.DAT.  THIS PRINTS THE ANSWER FROM
      * THE AUTHORIZATION FILE AUTHMNRB KEEPS: EVERY USER WITH ACCESS
      * AS OF THE REVIEW DATE, IN USER ID ORDER, WITH THEIR NAME,
      * DEPARTMENT, EMPLOYEE NUMBER AND LAST AUDIT-TRAIL ACTIVITY,
      * AND UNDER THEM EACH PROGRAM GRANTED - WHO GRANTED IT, WHEN,
      * AND WHEN IT EXPIRES.  REVOKED AND EXPIRED ROWS ARE NOT
      * ACCESS AND ARE LEFT OFF.  THE REVIEW FLAGS:
      *   - "ALL" GRANTS, ON THE GRANT LINE;
      *   - A USER WHOSE EMPLOYEE IS TERMINATED ON THE EMPLOYEE
      *     MASTER, WHOSE EMPLOYEE NUMBER IS NOT ON THE MASTER, OR
      *     WHO HAS NO EMPLOYEE NUMBER TO CHECK;
      *   - A USER WITH NO AUDIT-TRAIL LINE STAMPED WITH THEIR ID
      *     IN THE LAST 90 DAYS (A REFUSED SIGN-ON DOES NOT COUNT AS
      *     USE).  A USER WHOSE NEWEST GRANT IS ITSELF INSIDE THE
      *     WINDOW HAS NOT HAD THE CHANCE YET AND IS NOT FLAGGED.
      * THE REVIEW DATE DEFAULTS TO TODAY AND CAN BE SET WITH
      * AUTHRVRB-AS-OF-DATE (CCYYMMDD); THE WINDOW WITH
      * AUTHRVRB-INACTIVE-DAYS (DEFAULT 090).  THE WINDOW START IS
      * FIGURED BY THE DATESRVRB DATE SERVICE.  WHEN THE EMPLOYEE
      * MASTER CANNOT BE OPENED THE REVIEW STILL PRINTS, SAYS SO ON
      * ITS FIRST PAGE, AND ENDS WITH RETURN CODE 8.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT USER-AUTH-FILE ASSIGN DYNAMIC
                 WS-USER-AUTH-PATH
             organization is line sequential
             file status is WS-USER-AUTH-STATUS.
           SELECT EMPLOYEE-MASTER ASSIGN DYNAMIC
                 WS-EMPLOYEE-MASTER-PATH
             organization is indexed
             access is random
             record key is EMP-NUMBER
             file status is WS-EMPLOYEE-MASTER-STATUS.
           SELECT ACCESS-REVIEW-REPORT
             ASSIGN DYNAMIC WS-ACCESS-REVIEW-PATH
             organization is LINE sequential
             file status is WS-ACCESS-REVIEW-STATUS.
           SELECT AUDIT-TRAIL-FILE ASSIGN DYNAMIC
                 WS-AUDIT-TRAIL-PATH
             organization is line sequential
             file status is WS-AUDIT-TRAIL-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  USER-AUTH-FILE
           RECORDING MODE IS F
           DATA RECORD IS USER-AUTH-RECORD.
      * ONE ROW PER USER/PROGRAM PAIR - SEE OPSIGNRB AND AUTHMNRB.
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
               88 USR-ACTIVE               VALUE " " "A".
           05  USR-STATUS-BY            PIC X(08).
           05  USR-STATUS-DATE          PIC X(08).

       FD  EMPLOYEE-MASTER
           RECORDING MODE IS F
           DATA RECORD IS EMPLOYEE-MASTER-RECORD.
       01 EMPLOYEE-MASTER-RECORD.
           05  EMP-NUMBER               PIC X(06).
           05  EMP-NAME                 PIC X(20).
           05  EMP-DEPT                 PIC X(04).
           05  EMP-BANK-ROUTING         PIC X(09).
           05  EMP-BANK-ACCOUNT         PIC X(12).
           05  EMP-STATUS               PIC X(01).
               88 EMP-IS-TERMINATED        VALUE "T".
           05  EMP-HIRE-DATE            PIC X(08).
           05  EMP-TERM-DATE            PIC X(08).
      * THE TAIL IS CARRIED SO THE RECORD MATCHES THE INDEXED
      * MASTER'S FIXED LENGTH; ONLY THE FIELDS ABOVE ARE USED.
           05  FILLER                   PIC X(126).

       FD  ACCESS-REVIEW-REPORT
           RECORDING MODE IS F
           DATA RECORD IS ACCESS-REVIEW-RECORD.
       01 ACCESS-REVIEW-RECORD           PIC X(133).

       FD  AUDIT-TRAIL-FILE
           RECORDING MODE IS F
           DATA RECORD IS AUDIT-TRAIL-RECORD.
       01 AUDIT-TRAIL-RECORD             PIC X(89).

       WORKING-STORAGE SECTION.
      * FILE PATHS - DEFAULT TO THE PATHS BELOW, BUT CAN BE OVERRIDDEN
      * AT RUN TIME BY SETTING THE MATCHING ENVIRONMENT VARIABLE
      * BEFORE STARTING THE PROGRAM (SEE 0500-GET-FILE-PATHS).  THE
      * AUTHORIZATION FILE TAKES OPSIGNRB'S OWN VARIABLE SO THE FILE
      * REVIEWED IS ALWAYS THE ONE SIGN-ON CHECKS.  THE AUDIT TRAIL
      * IS READ FOR ACTIVITY FIRST, THEN THIS RUN'S LINE IS APPENDED:
        01 WS-FILE-PATHS.
           05 WS-USER-AUTH-PATH         PIC X(80)
                VALUE "C:\Users\Ryan\Desktop\USERAUTH.DAT".
           05 WS-EMPLOYEE-MASTER-PATH   PIC X(80)
                VALUE "C:\Users\Ryan\Desktop\EMPLOYEE-MASTER.DAT".
           05 WS-ACCESS-REVIEW-PATH     PIC X(80)
                VALUE "C:\Users\Ryan\Desktop\AUTHREVIEW.rpt".
           05 WS-AUDIT-TRAIL-PATH       PIC X(80)
                VALUE "C:\Users\Ryan\Desktop\OPS-AUDIT-TRAIL.LOG".
           05 WS-ENV-PATH-OVERRIDE      PIC X(80).

      * File status
        COPY "FILESTAT.cpy" REPLACING
            ==STATUS-FIELD==   BY ==WS-USER-AUTH-STATUS==
            ==STATUS-OK==      BY ==USER-AUTH-SUCCESSFUL==
            ==STATUS-EOF==     BY ==END-OF-USER-AUTH==
            ==STATUS-INVALID== BY ==INVALID-VALUE-IN-FILE==.
        01 WS-EMPLOYEE-MASTER-STATUS    pic X(02).
           88 EMPLOYEE-MASTER-SUCCESSFUL   VALUE "00".
        01 WS-ACCESS-REVIEW-STATUS      pic X(02).
           88 GOOD-ACCESS-REVIEW-WRITE     VALUE "00".
        01 WS-AUDIT-TRAIL-STATUS        pic X(02).
           88 AUDIT-TRAIL-SUCCESSFUL       VALUE "00".
           88 END-OF-AUDIT-TRAIL           VALUE "10".
           88 GOOD-AUDIT-TRAIL-WRITE       VALUE "00".

      * THE ACTIVE GRANTS, IN FILE ORDER:
        01 WS-AUTH-COUNT                PIC 9(04) VALUE 0.
        01 WS-AUTH-SUB                  PIC 9(04) VALUE 0.
        01 WS-AUTH-TABLE.
           05 AUTH-TABLE-ENTRY OCCURS 0 TO 500 TIMES
                 DEPENDING ON WS-AUTH-COUNT.
              10 TABLE-AUTH-USER        PIC X(08).
              10 TABLE-AUTH-PROGRAM     PIC X(08).
              10 TABLE-AUTH-GRANTED-BY  PIC X(08).
              10 TABLE-AUTH-GRANTED-DATE PIC X(08).
              10 TABLE-AUTH-EXPIRE-DATE PIC X(08).

      * ONE ENTRY PER USER HOLDING ANY ACTIVE GRANT, KEPT IN USER ID
      * ORDER AS THEY ARE ADDED:
        01 WS-USER-COUNT                PIC 9(04) VALUE 0.
        01 WS-USER-SUB                  PIC 9(04) VALUE 0.
        01 WS-USER-SHIFT                PIC 9(04) VALUE 0.
        01 WS-USER-TABLE.
           05 USER-TABLE-ENTRY OCCURS 0 TO 500 TIMES
                 DEPENDING ON WS-USER-COUNT.
              10 TABLE-USER-ID          PIC X(08).
              10 TABLE-USER-NAME        PIC X(30).
              10 TABLE-USER-DEPT        PIC X(04).
              10 TABLE-USER-EMP-NUMBER  PIC X(06).
              10 TABLE-USER-NEWEST-GRANT PIC X(08).
              10 TABLE-USER-LAST-ACTIVE PIC X(08).

      * RUN COUNTERS
        01 WS-ROWS-READ                 PIC 9(05) VALUE 0.
        01 WS-AUDIT-LINES-READ          PIC 9(07) VALUE 0.
        01 WS-GRANTS-LISTED             PIC 9(05) VALUE 0.
        01 WS-ALL-GRANTS                PIC 9(05) VALUE 0.
        01 WS-TERMINATED-USERS          PIC 9(05) VALUE 0.
        01 WS-UNMATCHED-USERS           PIC 9(05) VALUE 0.
        01 WS-INACTIVE-USERS            PIC 9(05) VALUE 0.
        01 WS-USERS-FLAGGED             PIC 9(05) VALUE 0.
        01 WS-USER-FLAGGED-SW           PIC X(01) VALUE "N".
           88 USER-IS-FLAGGED              VALUE "Y".
        01 WS-FIRST-GRANT-SW            PIC X(01) VALUE "Y".
           88 FIRST-GRANT-OF-USER          VALUE "Y".
        01 WS-EMP-MASTER-SW             PIC X(01) VALUE "N".
           88 EMP-MASTER-OPEN              VALUE "Y".
        01 WS-RUN-DATE                  PIC X(08).
        01 WS-RUN-TIME                  PIC 9(08) VALUE 0.
      * THE REVIEW DATE AND THE START OF THE ACTIVITY WINDOW:
        01 WS-AS-OF-DATE                PIC X(08).
        01 WS-WINDOW-START              PIC X(08).
        01 WS-INACTIVE-DAYS             PIC 9(03) VALUE 90.
        01 WS-ENV-STAGING               PIC X(08).
        01 WS-LOG-DATE                  PIC X(08).
        01 WS-EDIT-DATE                 PIC XXXX/XX/XX.
        01 WS-EDIT-DAYS                 PIC ZZ9.
        COPY "AUDITTRL.cpy".
      * PARAMETER AREA FOR THE DATESRVRB DATE SERVICE - THE START OF
      * THE ACTIVITY WINDOW.
        COPY "DATEFUN.cpy".

       01  PAGE-HDG-01.
           05 PAGE-HDG-01-CC         PIC X(01) VALUE SPACE.
           05 FILLER                 PIC X(50) VALUE SPACES.
           05 FILLER                 PIC X(30)
              VALUE "QUARTERLY USER ACCESS REVIEW".
           05 FILLER                 PIC X(24) VALUE SPACES.
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
           05 FILLER                 PIC X(34) VALUE SPACES.
           05 FILLER                 PIC X(16) VALUE "ACCESS AS OF:  ".
           05 PAGE-HDG-03-AS-OF      PIC X(10).
           05 FILLER                 PIC X(04) VALUE SPACES.
           05 FILLER                 PIC X(09) VALUE "INACTIVE:".
           05 FILLER                 PIC X(01) VALUE SPACE.
           05 FILLER                 PIC X(20)
              VALUE "NO ACTIVITY IN LAST ".
           05 PAGE-HDG-03-DAYS       PIC ZZ9.
           05 FILLER                 PIC X(06) VALUE " DAYS".
       01  PAGE-HDG-04.
           05 PAGE-HDG-04-CC         PIC X(01) VALUE SPACE.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 FILLER                 PIC X(10) VALUE "USER".
           05 FILLER                 PIC X(32) VALUE "FULL NAME".
           05 FILLER                 PIC X(06) VALUE "DEPT".
           05 FILLER                 PIC X(08) VALUE "EMP NO".
           05 FILLER                 PIC X(12) VALUE "LAST ACTIVE".
           05 FILLER                 PIC X(10) VALUE "PROGRAM".
           05 FILLER                 PIC X(10) VALUE "GRANTOR".
           05 FILLER                 PIC X(12) VALUE "GRANTED".
           05 FILLER                 PIC X(12) VALUE "EXPIRES".
           05 FILLER                 PIC X(18) VALUE "FLAG".

      * ONE LINE PER GRANT - THE USER'S FIRST GRANT CARRIES THE USER.
       01  DETAIL-LINE-GRANT.
           05 DTL-CC                 PIC X(01) VALUE SPACE.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 DTL-USER-ID            PIC X(08).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 DTL-FULL-NAME          PIC X(30).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 DTL-DEPT               PIC X(04).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 DTL-EMP-NUMBER         PIC X(06).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 DTL-LAST-ACTIVE        PIC X(10).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 DTL-PROGRAM            PIC X(08).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 DTL-GRANTED-BY         PIC X(08).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 DTL-GRANTED-DATE       PIC X(10).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 DTL-EXPIRES            PIC X(10).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 DTL-FLAG               PIC X(18).

      * ONE LINE PER EXCEPTION FOUND FOR THE USER, UNDER THE GRANTS.
       01  DETAIL-LINE-FLAG.
           05 FLG-CC                 PIC X(01) VALUE SPACE.
           05 FILLER                 PIC X(12) VALUE SPACES.
           05 FILLER                 PIC X(04) VALUE "*** ".
           05 FLG-TEXT               PIC X(90).

       01  EMP-MASTER-MISSING-LINE.
           05 FILLER                 PIC X(01) VALUE SPACE.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 FILLER                 PIC X(60) VALUE
              "*** EMPLOYEE MASTER NOT AVAILABLE - EMPLOYMENT NOT CHECKE
      -       "D".

       01  TOTALS-LINE-1.
           05 TOTAL-LINE-CC          PIC X(01) VALUE SPACE.
           05 FILLER                 PIC X(09) VALUE SPACES.
           05 FILLER                 PIC X(20)
              VALUE "USERS WITH ACCESS:  ".
           05 TOTAL-USERS            PIC ZZ,ZZ9.
           05 FILLER                 PIC X(05) VALUE SPACES.
           05 FILLER                 PIC X(15) VALUE "ACTIVE GRANTS: ".
           05 TOTAL-GRANTS           PIC ZZ,ZZ9.
           05 FILLER                 PIC X(05) VALUE SPACES.
           05 FILLER                 PIC X(13) VALUE """ALL"" GRANTS:".
           05 FILLER                 PIC X(01) VALUE SPACE.
           05 TOTAL-ALL-GRANTS       PIC ZZ,ZZ9.
       01  TOTALS-LINE-2.
           05 TOTAL-LINE-2-CC        PIC X(01) VALUE SPACE.
           05 FILLER                 PIC X(09) VALUE SPACES.
           05 FILLER                 PIC X(20)
              VALUE "USERS FLAGGED:      ".
           05 TOTAL-FLAGGED          PIC ZZ,ZZ9.
           05 FILLER                 PIC X(05) VALUE SPACES.
           05 FILLER                 PIC X(12) VALUE "TERMINATED: ".
           05 TOTAL-TERMINATED       PIC ZZ,ZZ9.
           05 FILLER                 PIC X(05) VALUE SPACES.
           05 FILLER                 PIC X(15) VALUE "NOT ON MASTER: ".
           05 TOTAL-UNMATCHED        PIC ZZ,ZZ9.
           05 FILLER                 PIC X(05) VALUE SPACES.
           05 FILLER                 PIC X(10) VALUE "INACTIVE: ".
           05 TOTAL-INACTIVE         PIC ZZ,ZZ9.

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

           DISPLAY "AUTHRVRB FOR RYAN BROOKS".

           PERFORM 1000-INITIALIZE.
           PERFORM 1500-LOAD-AUTH-TABLE.
           PERFORM 2000-SCAN-AUDIT-TRAIL.

           OPEN INPUT EMPLOYEE-MASTER.
           IF EMPLOYEE-MASTER-SUCCESSFUL
              SET EMP-MASTER-OPEN TO TRUE
           ELSE
              DISPLAY "AUTHRVRB: UNABLE TO OPEN EMPLOYEE-MASTER, "
                  "STATUS = " WS-EMPLOYEE-MASTER-STATUS
                  " - EMPLOYMENT NOT CHECKED"
              MOVE 8 TO RETURN-CODE
           END-IF.

           PERFORM 8000-WRITE-HEADINGS.
           IF NOT EMP-MASTER-OPEN
              write ACCESS-REVIEW-RECORD from EMP-MASTER-MISSING-LINE
                after advancing 01 lines
              add 1 to WS-LINE-COUNT
           END-IF.

           PERFORM VARYING WS-USER-SUB FROM 1 BY 1
              UNTIL WS-USER-SUB > WS-USER-COUNT
              PERFORM 3000-REVIEW-USER
           END-PERFORM.

           perform 9000-CREATE-REPORT-TOTAL-LINES.

           IF EMP-MASTER-OPEN
              CLOSE EMPLOYEE-MASTER
           END-IF.

           display "AUTHORIZATION ROWS READ:     " WS-ROWS-READ.
           display "AUDIT-TRAIL LINES READ:      " WS-AUDIT-LINES-READ.
           display "USERS WITH ACCESS:           " WS-USER-COUNT.
           display "ACTIVE GRANTS LISTED:        " WS-GRANTS-LISTED.
           display "USERS FLAGGED:               " WS-USERS-FLAGGED.

           PERFORM 9900-WRITE-AUDIT-RECORD.

           close ACCESS-REVIEW-REPORT
                 AUDIT-TRAIL-FILE.

           GOBACK.

       0500-GET-FILE-PATHS.
      * OVERRIDE THE DEFAULT FILE PATHS IF THE MATCHING ENVIRONMENT
      * VARIABLE HAS BEEN SET:
           ACCEPT WS-ENV-PATH-OVERRIDE FROM ENVIRONMENT
                  "OPSIGNRB-USER-AUTH-FILE".
           IF WS-ENV-PATH-OVERRIDE NOT = SPACES
              MOVE WS-ENV-PATH-OVERRIDE TO WS-USER-AUTH-PATH
           END-IF.
           ACCEPT WS-ENV-PATH-OVERRIDE FROM ENVIRONMENT
                  "AUTHRVRB-EMPLOYEE-MASTER".
           IF WS-ENV-PATH-OVERRIDE NOT = SPACES
              MOVE WS-ENV-PATH-OVERRIDE TO WS-EMPLOYEE-MASTER-PATH
           END-IF.
           ACCEPT WS-ENV-PATH-OVERRIDE FROM ENVIRONMENT
                  "AUTHRVRB-ACCESS-REVIEW".
           IF WS-ENV-PATH-OVERRIDE NOT = SPACES
              MOVE WS-ENV-PATH-OVERRIDE TO WS-ACCESS-REVIEW-PATH
           END-IF.
           ACCEPT WS-ENV-PATH-OVERRIDE FROM ENVIRONMENT
                  "AUTHRVRB-AUDIT-TRAIL-FILE".
           IF WS-ENV-PATH-OVERRIDE NOT = SPACES
              MOVE WS-ENV-PATH-OVERRIDE TO WS-AUDIT-TRAIL-PATH
           END-IF.

       1000-INITIALIZE.
           PERFORM 0500-GET-FILE-PATHS.
           ACCEPT WS-RUN-DATE FROM DATE.
           MOVE   WS-RUN-DATE TO PAGE-HDG-02-DATE.
           MOVE "20"              TO WS-AS-OF-DATE (1:2).
           MOVE WS-RUN-DATE (1:6) TO WS-AS-OF-DATE (3:6).
           MOVE SPACES TO WS-ENV-STAGING.
           ACCEPT WS-ENV-STAGING FROM ENVIRONMENT
                  "AUTHRVRB-AS-OF-DATE".
           IF WS-ENV-STAGING IS NUMERIC
              MOVE WS-ENV-STAGING TO WS-AS-OF-DATE
           END-IF.
           MOVE SPACES TO WS-ENV-STAGING.
           ACCEPT WS-ENV-STAGING FROM ENVIRONMENT
                  "AUTHRVRB-INACTIVE-DAYS".
           IF WS-ENV-STAGING (1:3) IS NUMERIC
              MOVE WS-ENV-STAGING (1:3) TO WS-INACTIVE-DAYS
           END-IF.
      * THE WINDOW STARTS THE GIVEN NUMBER OF CALENDAR DAYS BACK; AN
      * ACTIVITY LINE DATED ON OR AFTER IT COUNTS.
           MOVE "C" TO DFN-FUNCTION-CODE.
           MOVE WS-AS-OF-DATE TO DFN-DATE-1.
           COMPUTE DFN-DAY-COUNT = 0 - WS-INACTIVE-DAYS.
           CALL "DATESRVRB" USING DATEFUN-PARMS.
           IF NOT DFN-OK
              DISPLAY "AUTHRVRB: REVIEW DATE " WS-AS-OF-DATE
                  " IS NOT A VALID DATE - RUN STOPPED"
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           MOVE DFN-RESULT-DATE TO WS-WINDOW-START.
           MOVE WS-AS-OF-DATE    TO WS-EDIT-DATE.
           MOVE WS-EDIT-DATE     TO PAGE-HDG-03-AS-OF.
           MOVE WS-INACTIVE-DAYS TO PAGE-HDG-03-DAYS.
           OPEN INPUT USER-AUTH-FILE.
           IF NOT USER-AUTH-SUCCESSFUL
              DISPLAY "AUTHRVRB: UNABLE TO OPEN USER-AUTH-FILE, "
                  "STATUS = " WS-USER-AUTH-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN OUTPUT ACCESS-REVIEW-REPORT.

       1500-LOAD-AUTH-TABLE.
      * KEEP ONLY THE ROWS THAT ARE ACCESS ON THE REVIEW DATE, AND
      * ENTER EACH OF THEIR USERS ONCE IN THE USER TABLE.
           PERFORM UNTIL END-OF-USER-AUTH
              READ USER-AUTH-FILE
                 AT END
                    SET END-OF-USER-AUTH TO TRUE
                 NOT AT END
                    IF USR-ID NOT = SPACES
                       ADD 1 TO WS-ROWS-READ
                       IF USR-ACTIVE
                          AND (USR-EXPIRE-DATE = SPACES
                               OR USR-EXPIRE-DATE = ZEROS
                               OR USR-EXPIRE-DATE > WS-AS-OF-DATE)
                          PERFORM 1550-KEEP-GRANT
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE USER-AUTH-FILE.

       1550-KEEP-GRANT.
           IF WS-AUTH-COUNT = 500
              DISPLAY "AUTHRVRB: AUTHORIZATION TABLE CEILING (500) "
                  "REACHED - RUN STOPPED"
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           ADD 1 TO WS-AUTH-COUNT.
           MOVE USR-ID           TO TABLE-AUTH-USER (WS-AUTH-COUNT).
           MOVE USR-PROGRAM      TO TABLE-AUTH-PROGRAM (WS-AUTH-COUNT).
           MOVE USR-GRANTED-BY   TO
                TABLE-AUTH-GRANTED-BY (WS-AUTH-COUNT).
           MOVE USR-GRANTED-DATE TO
                TABLE-AUTH-GRANTED-DATE (WS-AUTH-COUNT).
           MOVE USR-EXPIRE-DATE  TO
                TABLE-AUTH-EXPIRE-DATE (WS-AUTH-COUNT).
      * FIND THE USER, OR THE PLACE THE USER GOES IN ID ORDER:
           PERFORM VARYING WS-USER-SUB FROM 1 BY 1
              UNTIL WS-USER-SUB > WS-USER-COUNT
                 OR TABLE-USER-ID (WS-USER-SUB) NOT < USR-ID
           END-PERFORM.
           IF WS-USER-SUB > WS-USER-COUNT
              OR TABLE-USER-ID (WS-USER-SUB) NOT = USR-ID
              PERFORM 1600-INSERT-USER
           END-IF.
           IF TABLE-USER-NAME (WS-USER-SUB) = SPACES
              MOVE USR-FULL-NAME TO TABLE-USER-NAME (WS-USER-SUB)
           END-IF.
           IF TABLE-USER-DEPT (WS-USER-SUB) = SPACES
              MOVE USR-DEPT TO TABLE-USER-DEPT (WS-USER-SUB)
           END-IF.
           IF TABLE-USER-EMP-NUMBER (WS-USER-SUB) = SPACES
              MOVE USR-EMP-NUMBER TO
                   TABLE-USER-EMP-NUMBER (WS-USER-SUB)
           END-IF.
           IF USR-GRANTED-DATE > TABLE-USER-NEWEST-GRANT (WS-USER-SUB)
              MOVE USR-GRANTED-DATE TO
                   TABLE-USER-NEWEST-GRANT (WS-USER-SUB)
           END-IF.

       1600-INSERT-USER.
      * OPEN A SLOT AT WS-USER-SUB BY SHIFTING THE REST DOWN ONE.
           ADD 1 TO WS-USER-COUNT.
           PERFORM VARYING WS-USER-SHIFT FROM WS-USER-COUNT BY -1
              UNTIL WS-USER-SHIFT NOT > WS-USER-SUB
              MOVE USER-TABLE-ENTRY (WS-USER-SHIFT - 1) TO
                   USER-TABLE-ENTRY (WS-USER-SHIFT)
           END-PERFORM.
           MOVE SPACES TO USER-TABLE-ENTRY (WS-USER-SUB).
           MOVE USR-ID TO TABLE-USER-ID (WS-USER-SUB).

       2000-SCAN-AUDIT-TRAIL.
      * THE NEWEST LINE STAMPED WITH EACH USER'S ID, UP TO THE REVIEW
      * DATE, IS THEIR LAST ACTIVITY.  LINES CARRY YYMMDD.  NO AUDIT
      * TRAIL AT ALL JUST MEANS NO ACTIVITY ON RECORD.
           OPEN INPUT AUDIT-TRAIL-FILE.
           IF AUDIT-TRAIL-SUCCESSFUL
              PERFORM UNTIL END-OF-AUDIT-TRAIL
                 READ AUDIT-TRAIL-FILE INTO AUDIT-TRAIL-LINE
                    AT END
                       SET END-OF-AUDIT-TRAIL TO TRUE
                    NOT AT END
                       ADD 1 TO WS-AUDIT-LINES-READ
                       PERFORM 2100-NOTE-ACTIVITY
                 END-READ
              END-PERFORM
           END-IF.
           CLOSE AUDIT-TRAIL-FILE.
           OPEN EXTEND AUDIT-TRAIL-FILE.
           IF NOT GOOD-AUDIT-TRAIL-WRITE
              CLOSE AUDIT-TRAIL-FILE
              OPEN OUTPUT AUDIT-TRAIL-FILE
           END-IF.

       2100-NOTE-ACTIVITY.
           IF AUD-USER-ID NOT = SPACES
              AND AUD-RUN-DATE (1:6) IS NUMERIC
              AND AUD-KEY-TOTALS NOT = "ACCESS REFUSED"
              MOVE "20"               TO WS-LOG-DATE (1:2)
              MOVE AUD-RUN-DATE (1:6) TO WS-LOG-DATE (3:6)
              IF WS-LOG-DATE NOT > WS-AS-OF-DATE
                 PERFORM VARYING WS-USER-SUB FROM 1 BY 1
                    UNTIL WS-USER-SUB > WS-USER-COUNT
                       OR TABLE-USER-ID (WS-USER-SUB) = AUD-USER-ID
                 END-PERFORM
                 IF WS-USER-SUB NOT > WS-USER-COUNT
                    AND WS-LOG-DATE >
                        TABLE-USER-LAST-ACTIVE (WS-USER-SUB)
                    MOVE WS-LOG-DATE TO
                         TABLE-USER-LAST-ACTIVE (WS-USER-SUB)
                 END-IF
              END-IF
           END-IF.

       3000-REVIEW-USER.
           SET FIRST-GRANT-OF-USER TO TRUE.
           MOVE "N" TO WS-USER-FLAGGED-SW.
           PERFORM VARYING WS-AUTH-SUB FROM 1 BY 1
              UNTIL WS-AUTH-SUB > WS-AUTH-COUNT
              IF TABLE-AUTH-USER (WS-AUTH-SUB) =
                 TABLE-USER-ID (WS-USER-SUB)
                 PERFORM 3100-LIST-GRANT
              END-IF
           END-PERFORM.
           PERFORM 3500-CHECK-EMPLOYMENT.
           PERFORM 3700-CHECK-ACTIVITY.
           IF USER-IS-FLAGGED
              ADD 1 TO WS-USERS-FLAGGED
           END-IF.
      * A BLANK LINE BETWEEN USERS:
           add 1 to WS-LINE-COUNT.
           if WS-LINE-COUNT > 50
              PERFORM 8000-WRITE-HEADINGS.
           MOVE SPACES TO ACCESS-REVIEW-RECORD.
           write ACCESS-REVIEW-RECORD after advancing 01 lines.

       3100-LIST-GRANT.
           MOVE SPACES TO DETAIL-LINE-GRANT.
           IF FIRST-GRANT-OF-USER
              MOVE "N" TO WS-FIRST-GRANT-SW
              MOVE TABLE-USER-ID (WS-USER-SUB)   TO DTL-USER-ID
              MOVE TABLE-USER-NAME (WS-USER-SUB) TO DTL-FULL-NAME
              MOVE TABLE-USER-DEPT (WS-USER-SUB) TO DTL-DEPT
              MOVE TABLE-USER-EMP-NUMBER (WS-USER-SUB) TO
                   DTL-EMP-NUMBER
              IF TABLE-USER-LAST-ACTIVE (WS-USER-SUB) = SPACES
                 MOVE "NONE" TO DTL-LAST-ACTIVE
              ELSE
                 MOVE TABLE-USER-LAST-ACTIVE (WS-USER-SUB) TO
                      WS-EDIT-DATE
                 MOVE WS-EDIT-DATE TO DTL-LAST-ACTIVE
              END-IF
           END-IF.
           MOVE TABLE-AUTH-PROGRAM (WS-AUTH-SUB) TO DTL-PROGRAM.
           IF TABLE-AUTH-GRANTED-BY (WS-AUTH-SUB) = SPACES
              MOVE "UNKNOWN" TO DTL-GRANTED-BY
           ELSE
              MOVE TABLE-AUTH-GRANTED-BY (WS-AUTH-SUB) TO
                   DTL-GRANTED-BY
           END-IF.
           IF TABLE-AUTH-GRANTED-DATE (WS-AUTH-SUB) = SPACES
              MOVE "UNKNOWN" TO DTL-GRANTED-DATE
           ELSE
              MOVE TABLE-AUTH-GRANTED-DATE (WS-AUTH-SUB) TO
                   WS-EDIT-DATE
              MOVE WS-EDIT-DATE TO DTL-GRANTED-DATE
           END-IF.
           IF TABLE-AUTH-EXPIRE-DATE (WS-AUTH-SUB) = SPACES
              OR TABLE-AUTH-EXPIRE-DATE (WS-AUTH-SUB) = ZEROS
              MOVE "NONE" TO DTL-EXPIRES
           ELSE
              MOVE TABLE-AUTH-EXPIRE-DATE (WS-AUTH-SUB) TO WS-EDIT-DATE
              MOVE WS-EDIT-DATE TO DTL-EXPIRES
           END-IF.
           IF TABLE-AUTH-PROGRAM (WS-AUTH-SUB) = "ALL"
              MOVE "** ALL PROGRAMS **" TO DTL-FLAG
              ADD 1 TO WS-ALL-GRANTS
              MOVE "Y" TO WS-USER-FLAGGED-SW
           END-IF.
           ADD 1 TO WS-GRANTS-LISTED.
           add 1 to WS-LINE-COUNT.
           if WS-LINE-COUNT > 50
              PERFORM 8000-WRITE-HEADINGS.
           write ACCESS-REVIEW-RECORD from DETAIL-LINE-GRANT
             after advancing 01 lines.

       3500-CHECK-EMPLOYMENT.
           IF EMP-MASTER-OPEN
              IF TABLE-USER-EMP-NUMBER (WS-USER-SUB) = SPACES
                 MOVE SPACES TO FLG-TEXT
                 STRING "NO EMPLOYEE NUMBER ON FILE - EMPLOYMENT NOT "
                        "CHECKED" DELIMITED BY SIZE INTO FLG-TEXT
                 ADD 1 TO WS-UNMATCHED-USERS
                 PERFORM 7400-FLAG-USER
              ELSE
                 MOVE TABLE-USER-EMP-NUMBER (WS-USER-SUB) TO EMP-NUMBER
                 READ EMPLOYEE-MASTER
                    INVALID KEY
                       MOVE SPACES TO FLG-TEXT
                       STRING "EMPLOYEE " EMP-NUMBER
                              " IS NOT ON THE EMPLOYEE MASTER"
                              DELIMITED BY SIZE INTO FLG-TEXT
                       ADD 1 TO WS-UNMATCHED-USERS
                       PERFORM 7400-FLAG-USER
                    NOT INVALID KEY
                       IF EMP-IS-TERMINATED
                          PERFORM 3550-FLAG-TERMINATED
                       END-IF
                 END-READ
              END-IF
           END-IF.

       3550-FLAG-TERMINATED.
           MOVE SPACES TO FLG-TEXT.
           IF EMP-TERM-DATE IS NUMERIC
              MOVE EMP-TERM-DATE TO WS-EDIT-DATE
              STRING "EMPLOYEE " EMP-NUMBER " " DELIMITED BY SIZE
                     EMP-NAME DELIMITED BY "  "
                     " TERMINATED " WS-EDIT-DATE
                     " - ACCESS STILL ACTIVE"
                     DELIMITED BY SIZE INTO FLG-TEXT
           ELSE
              STRING "EMPLOYEE " EMP-NUMBER " " DELIMITED BY SIZE
                     EMP-NAME DELIMITED BY "  "
                     " TERMINATED - ACCESS STILL ACTIVE"
                     DELIMITED BY SIZE INTO FLG-TEXT
           END-IF.
           ADD 1 TO WS-TERMINATED-USERS.
           PERFORM 7400-FLAG-USER.

       3700-CHECK-ACTIVITY.
      * NOTHING ON OR AFTER THE WINDOW START - UNLESS THE USER'S
      * NEWEST GRANT IS ITSELF INSIDE THE WINDOW.
           IF (TABLE-USER-LAST-ACTIVE (WS-USER-SUB) = SPACES
               OR TABLE-USER-LAST-ACTIVE (WS-USER-SUB)
                  < WS-WINDOW-START)
              AND TABLE-USER-NEWEST-GRANT (WS-USER-SUB)
                  < WS-WINDOW-START
              MOVE WS-INACTIVE-DAYS TO WS-EDIT-DAYS
              MOVE SPACES TO FLG-TEXT
              IF TABLE-USER-LAST-ACTIVE (WS-USER-SUB) = SPACES
                 STRING "NO AUDIT-TRAIL ACTIVITY ON RECORD - "
                        "INACTIVE ACCOUNT"
                        DELIMITED BY SIZE INTO FLG-TEXT
              ELSE
                 STRING "NO AUDIT-TRAIL ACTIVITY IN THE LAST "
                        WS-EDIT-DAYS " DAYS - INACTIVE ACCOUNT"
                        DELIMITED BY SIZE INTO FLG-TEXT
              END-IF
              ADD 1 TO WS-INACTIVE-USERS
              PERFORM 7400-FLAG-USER
           END-IF.

       7400-FLAG-USER.
           MOVE "Y" TO WS-USER-FLAGGED-SW.
           PERFORM 7500-WRITE-FLAG-LINE.

       7500-WRITE-FLAG-LINE.
           add 1 to WS-LINE-COUNT.
           if WS-LINE-COUNT > 50
              PERFORM 8000-WRITE-HEADINGS.
           write ACCESS-REVIEW-RECORD from DETAIL-LINE-FLAG
             after advancing 01 lines.

       8000-WRITE-HEADINGS.
           add 1 to WS-PAGE-COUNT.
           move WS-PAGE-COUNT TO PAGE-HDG-01-PAGE.
           WRITE ACCESS-REVIEW-RECORD FROM WS-REPORT-RULER
             after advancing page.
           WRITE ACCESS-REVIEW-RECORD
            FROM PAGE-HDG-01 after advancing 01 LINES.
           WRITE ACCESS-REVIEW-RECORD
            FROM PAGE-HDG-02 after advancing 01 LINES.
           WRITE ACCESS-REVIEW-RECORD
            FROM PAGE-HDG-03 after advancing 01 LINES.
           WRITE ACCESS-REVIEW-RECORD
            FROM PAGE-HDG-04 AFTER ADVANCING 02 LINES.
           MOVE 5 TO WS-LINE-COUNT.

       9000-CREATE-REPORT-TOTAL-LINES.
           MOVE WS-USER-COUNT       TO TOTAL-USERS.
           MOVE WS-GRANTS-LISTED    TO TOTAL-GRANTS.
           MOVE WS-ALL-GRANTS       TO TOTAL-ALL-GRANTS.
           MOVE WS-USERS-FLAGGED    TO TOTAL-FLAGGED.
           MOVE WS-TERMINATED-USERS TO TOTAL-TERMINATED.
           MOVE WS-UNMATCHED-USERS  TO TOTAL-UNMATCHED.
           MOVE WS-INACTIVE-USERS   TO TOTAL-INACTIVE.
           write ACCESS-REVIEW-RECORD from DETAIL-LINE-LINE
             AFTER ADVANCING 01 LINES.
           write ACCESS-REVIEW-RECORD from TOTALS-LINE-1
             AFTER ADVANCING 02 LINES.
           write ACCESS-REVIEW-RECORD from TOTALS-LINE-2
             AFTER ADVANCING 01 LINES.
           write ACCESS-REVIEW-RECORD from WS-REPORT-RULER
             after advancing 02 LINES.

       9900-WRITE-AUDIT-RECORD.
      * APPEND ONE SUMMARY LINE FOR THIS RUN TO THE SHARED OPERATIONS
      * AUDIT TRAIL, MIRRORING THE PROGRAM TOTALS DISPLAYED ABOVE.
           ACCEPT WS-RUN-TIME FROM TIME.
           MOVE "AUTHRVRB"          TO AUD-PROGRAM-NAME.
           MOVE WS-RUN-DATE         TO AUD-RUN-DATE.
           MOVE WS-RUN-TIME         TO AUD-RUN-TIME.
           MOVE WS-ROWS-READ        TO AUD-RECORDS-READ.
           MOVE WS-GRANTS-LISTED    TO AUD-RECORDS-WRITTEN.
           MOVE SPACES              TO AUD-KEY-TOTALS.
           MOVE "USERS="            TO AUD-KEY-TOTALS(1:6).
           MOVE WS-USER-COUNT       TO AUD-KEY-TOTALS(7:4).
           MOVE " FLAGGED="         TO AUD-KEY-TOTALS(11:9).
           MOVE WS-USERS-FLAGGED    TO AUD-KEY-TOTALS(20:5).
           MOVE SPACES              TO AUD-USER-ID.
           IF RETURN-CODE = 0
              MOVE "OK" TO AUD-COMPLETION-STATUS
           ELSE
              MOVE "ER" TO AUD-COMPLETION-STATUS
           END-IF.
           WRITE AUDIT-TRAIL-RECORD FROM AUDIT-TRAIL-LINE.
