       IDENTIFICATION DIVISION.
       PROGRAM-ID.    NEWHIRRB.
       AUTHOR.        RYAN BROOKS
      * STATE NEW-HIRE REPORTING.  EVERY STATE WANTS EACH NEW HIRE
      * AND REHIRE REPORTED WITHIN 20 DAYS OF THE HIRE DATE.  RUN
      * WEEKLY, THIS PROGRAM WALKS THE EMPLOYEE MASTER FOR EVERY
      * HIRE NOT YET ON THE NEW-HIRE REGISTER - AN ADD, OR A REHIRE
      * (EMPMNTRB CHANGE WITH A NEW HIRE DATE) - AND WRITES ONE
      * FIXED-FORMAT FILE PER WORK STATE, LED BY AN EMPLOYER RECORD
      * CARRYING OUR FEIN AND ADDRESS FROM THE COMPANY CONTROL
      * RECORD.  THE LISTING SHOWS WHAT WENT TO EACH STATE AND FLAGS
      * ANY HIRE ALREADY PAST ITS 20-DAY DEADLINE.
      *
      * A HIRE IS REGISTERED (EMPLOYEE + HIRE DATE) ONLY ONCE IT IS
      * ON A STATE FILE, SO ONE HELD BACK FOR A MISSING SSN OR WORK
      * STATE IS PICKED UP AGAIN THE WEEK AFTER THE MASTER IS FIXED.
      * A HIRE DATE STILL IN THE FUTURE WAITS FOR ITS DATE.  A HIRE
      * MORE THAN A YEAR OLD IS REGISTERED WITHOUT BEING REPORTED -
      * IT PREDATES THIS REPORTING (THE FIRST RUN REGISTERS THE
      * WHOLE EXISTING WORKFORCE THAT WAY).
      *
      * EACH STATE'S FILE IS NAMED BY THE NEWHIRRB-NEW-HIRE-PREFIX
      * PATH FOLLOWED BY THE STATE CODE AND .DAT (DEFAULT
      * NEWHIRE-OH.DAT AND SO ON) AND IS REPLACED EACH RUN.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLOYEE-MASTER ASSIGN DYNAMIC
                 WS-EMPLOYEE-MASTER-PATH
             organization is indexed
             access is sequential
             record key is EMP-NUMBER
             file status is WS-EMPLOYEE-MASTER-STATUS.
           SELECT COMPANY-CONTROL-FILE ASSIGN DYNAMIC
                 WS-COMPANY-CONTROL-PATH
             organization is line sequential
             file status is WS-COMPANY-CONTROL-STATUS.
           SELECT NEW-HIRE-REGISTER-FILE ASSIGN DYNAMIC
                 WS-NEW-HIRE-REGISTER-PATH
             organization is line sequential
             file status is WS-NEW-HIRE-REGISTER-STATUS.
           SELECT NEW-HIRE-FILE ASSIGN DYNAMIC
                 WS-NEW-HIRE-FILE-PATH
             organization is line sequential
             file status is WS-NEW-HIRE-FILE-STATUS.
           SELECT NEW-HIRE-LISTING
             ASSIGN DYNAMIC WS-NEW-HIRE-LISTING-PATH
             organization is LINE sequential
             file status is WS-NEW-HIRE-LISTING-STATUS.
           SELECT AUDIT-TRAIL-FILE ASSIGN DYNAMIC
                 WS-AUDIT-TRAIL-PATH
             organization is line sequential
             file status is WS-AUDIT-TRAIL-STATUS.

       DATA DIVISION.
       FILE SECTION.

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
           05  EMP-HIRE-DATE            PIC X(08).
           05  EMP-TERM-DATE            PIC X(08).
           05  EMP-WORK-STATE           PIC X(02).
           05  EMP-PAY-RATE             PIC X(04).
           05  EMP-PAY-FREQUENCY        PIC X(01).
           05  EMP-FED-ALLOWANCES       PIC X(01).
           05  EMP-SSN                  PIC X(09).
           05  EMP-ADDRESS              PIC X(25).
           05  EMP-CITY                 PIC X(15).
           05  EMP-STATE                PIC X(02).
           05  EMP-ZIP                  PIC X(05).
      * THE TAIL IS CARRIED SO THE RECORD MATCHES THE INDEXED
      * MASTER'S FIXED LENGTH; NONE OF IT IS USED HERE.
           05  EMP-BANK-STATUS          PIC X(01).
           05  EMP-PRENOTE-DATE         PIC X(08).
           05  EMP-LOCALITY             PIC X(04).
           05  EMP-COMP-CLASS           PIC X(04).
           05  EMP-W4-DATA              PIC X(34).
           05  EMP-SALARY-DATA          PIC X(11).

       FD  COMPANY-CONTROL-FILE
           RECORDING MODE IS F
           DATA RECORD IS COMPANY-CONTROL-RECORD.
       01 COMPANY-CONTROL-RECORD         PIC X(156).

       FD  NEW-HIRE-REGISTER-FILE
           RECORDING MODE IS F
           DATA RECORD IS NEW-HIRE-REGISTER-RECORD.
      * ONE ROW PER HIRE REPORTED (OR REGISTERED AS HISTORY) - WHO,
      * WHICH HIRE DATE, THE STATE IT WENT TO, AND THE RUN DATE.
       01 NEW-HIRE-REGISTER-RECORD.
           05  NHG-EMP-NUMBER           PIC X(06).
           05  NHG-HIRE-DATE            PIC X(08).
           05  NHG-WORK-STATE           PIC X(02).
           05  NHG-RUN-DATE             PIC X(08).

       FD  NEW-HIRE-FILE
           RECORDING MODE IS F
           DATA RECORD IS NEW-HIRE-RECORD.
      * 200-CHARACTER FIXED RECORDS.  THE EMPLOYER, EMPLOYEE, AND
      * TOTAL LAYOUTS ARE BUILT IN WORKING-STORAGE AND WRITTEN FROM
      * THERE, THE SAME WAY W2SUMRB BUILDS ITS EFW2 RECORDS.
       01 NEW-HIRE-RECORD                PIC X(200).

       FD  NEW-HIRE-LISTING
           RECORDING MODE IS F
           DATA RECORD IS NEW-HIRE-LISTING-RECORD.
       01 NEW-HIRE-LISTING-RECORD        PIC X(133).

       FD  AUDIT-TRAIL-FILE
           RECORDING MODE IS F
           DATA RECORD IS AUDIT-TRAIL-RECORD.
       01 AUDIT-TRAIL-RECORD             PIC X(89).

       WORKING-STORAGE SECTION.
      * FILE PATHS - DEFAULT TO THE PATHS BELOW, BUT CAN BE OVERRIDDEN
      * AT RUN TIME BY SETTING THE MATCHING ENVIRONMENT VARIABLE
      * BEFORE STARTING THE PROGRAM (SEE 0500-GET-FILE-PATHS):
        01 WS-FILE-PATHS.
           05 WS-EMPLOYEE-MASTER-PATH   PIC X(80)
                VALUE "C:\Users\Ryan\Desktop\EMPLOYEE-MASTER.DAT".
           05 WS-COMPANY-CONTROL-PATH   PIC X(80)
                VALUE "C:\Users\Ryan\Desktop\COMPANY.DAT".
           05 WS-NEW-HIRE-REGISTER-PATH PIC X(80)
                VALUE "C:\Users\Ryan\Desktop\NEWHIRRG.DAT".
           05 WS-NEW-HIRE-PREFIX        PIC X(80)
                VALUE "C:\Users\Ryan\Desktop\NEWHIRE-".
           05 WS-NEW-HIRE-LISTING-PATH  PIC X(80)
                VALUE "C:\Users\Ryan\Desktop\NEWHIRE.rpt".
           05 WS-AUDIT-TRAIL-PATH       PIC X(80)
                VALUE "C:\Users\Ryan\Desktop\OPS-AUDIT-TRAIL.LOG".
           05 WS-ENV-PATH-OVERRIDE      PIC X(80).
      * THE STATE FILE BEING WRITTEN - PREFIX, STATE, ".DAT".
        01 WS-NEW-HIRE-FILE-PATH        PIC X(80) VALUE SPACES.

      * File status
        COPY "FILESTAT.cpy" REPLACING
            ==STATUS-FIELD==   BY ==WS-EMPLOYEE-MASTER-STATUS==
            ==STATUS-OK==      BY ==EMPLOYEE-MASTER-SUCCESSFUL==
            ==STATUS-EOF==     BY ==END-OF-EMPLOYEE-MASTER==
            ==STATUS-INVALID== BY ==INVALID-VALUE-IN-FILE==.
        01 WS-COMPANY-CONTROL-STATUS    pic X(02).
           88 COMPANY-CONTROL-FOUND        VALUE "00".
        01 WS-NEW-HIRE-REGISTER-STATUS  pic X(02).
           88 NEW-HIRE-REGISTER-OK         VALUE "00".
           88 END-OF-NEW-HIRE-REGISTER     VALUE "10".
        01 WS-NEW-HIRE-FILE-STATUS      pic X(02).
           88 GOOD-NEW-HIRE-WRITE          VALUE "00".
        01 WS-NEW-HIRE-LISTING-STATUS   pic X(02).
           88 GOOD-NEW-HIRE-LISTING        VALUE "00".
        01 WS-AUDIT-TRAIL-STATUS        pic X(02).
           88 GOOD-AUDIT-TRAIL-WRITE       VALUE "00".

      * OUR FEIN, NAME, AND ADDRESS FOR THE EMPLOYER RECORD.
        COPY "COMPANY.cpy".
        COPY "DATEFUN.cpy".

      * HIRES ALREADY REPORTED (EMPLOYEE + HIRE DATE).
        01 WS-NHG-COUNT                 PIC 9(05) VALUE 0.
        01 WS-NHG-SUB                   PIC 9(05) VALUE 0.
        01 WS-NHG-TABLE.
           05 NHG-TABLE-ENTRY OCCURS 0 TO 20000 TIMES
                 DEPENDING ON WS-NHG-COUNT.
              10 TABLE-NHG-KEY          PIC X(14).
        01 WS-NHG-KEY-WANTED            PIC X(14) VALUE SPACES.

      * THIS RUN'S HIRES, PICKED OFF THE MASTER IN EMPLOYEE ORDER AND
      * WRITTEN OUT ONE STATE AT A TIME.
        01 WS-HIRE-COUNT                PIC 9(04) VALUE 0.
        01 WS-HIRE-SUB                  PIC 9(04) VALUE 0.
        01 WS-LIST-SUB                  PIC 9(04) VALUE 0.
        01 WS-HIRE-TABLE.
           05 HIRE-TABLE-ENTRY OCCURS 0 TO 5000 TIMES
                 DEPENDING ON WS-HIRE-COUNT.
              10 TABLE-HIRE-EMP-NUMBER  PIC X(06).
              10 TABLE-HIRE-NAME        PIC X(20).
              10 TABLE-HIRE-SSN         PIC X(09).
              10 TABLE-HIRE-ADDRESS     PIC X(25).
              10 TABLE-HIRE-CITY        PIC X(15).
              10 TABLE-HIRE-STATE       PIC X(02).
              10 TABLE-HIRE-ZIP         PIC X(05).
              10 TABLE-HIRE-DATE        PIC X(08).
              10 TABLE-HIRE-WORK-STATE  PIC X(02).
              10 TABLE-HIRE-DAYS        PIC 9(03).
              10 TABLE-HIRE-DONE-SW     PIC X(01).
                 88 TABLE-HIRE-DONE        VALUE "Y".

      * THE STATE WHOSE FILE IS BEING WRITTEN.
        01 WS-CURRENT-STATE             PIC X(02) VALUE SPACES.
        01 WS-STATE-HIRES               PIC 9(05) VALUE 0.
        01 WS-STATE-FILES               PIC 9(03) VALUE 0.
        01 WS-STATE-OPEN-SW             PIC X(01) VALUE "N".
           88 STATE-FILE-OPEN              VALUE "Y".

      * ONE EMPLOYEE BEING LOOKED AT.
        01 WS-HIRE-CCYYMMDD             PIC 9(08) VALUE 0.
        01 WS-HIRE-CCYYMMDD-X REDEFINES WS-HIRE-CCYYMMDD
                                        PIC X(08).
        01 WS-DAYS-SINCE-HIRE           PIC S9(05) VALUE 0.
        01 WS-HOLD-REASON               PIC X(30) VALUE SPACES.
      * NAME SPLIT - THE MASTER CARRIES ONE NAME FIELD; THE STATES
      * WANT FIRST AND LAST SEPARATELY.  FIRST WORD GOES TO FIRST
      * NAME, THE REST TO LAST NAME (AS W2SUMRB DOES FOR EFW2).
        01 WS-NAME-FIRST                PIC X(16) VALUE SPACES.
        01 WS-NAME-LAST                 PIC X(30) VALUE SPACES.
        01 WS-NAME-PTR                  PIC 9(02) VALUE 1.

      * A HIRE IS LATE ONCE THIS MANY DAYS HAVE PASSED SINCE THE
      * HIRE DATE; ONE OLDER THAN THE HISTORY LIMIT IS NOT REPORTED.
        01 WS-DEADLINE-DAYS             PIC 9(03) VALUE 20.
        01 WS-HISTORY-DAYS              PIC 9(03) VALUE 365.

        01 NHR-EMPLOYER-RECORD.
           05 FILLER                    PIC X(01) VALUE "E".
           05 NHR-ER-FEIN               PIC X(09).
           05 NHR-ER-NAME               PIC X(45).
           05 NHR-ER-ADDRESS            PIC X(40).
           05 NHR-ER-CITY               PIC X(25).
           05 NHR-ER-STATE              PIC X(02).
           05 NHR-ER-ZIP                PIC X(05).
           05 NHR-ER-PHONE              PIC X(10).
           05 NHR-ER-CONTACT            PIC X(20).
           05 NHR-ER-STATE-OF-HIRE      PIC X(02).
           05 NHR-ER-REPORT-DATE        PIC X(08).
           05 FILLER                    PIC X(33) VALUE SPACES.

      * DATES ARE CCYYMMDD.  THE SSN IS NINE DIGITS, NO DASHES.
        01 NHR-EMPLOYEE-RECORD.
           05 FILLER                    PIC X(01) VALUE "W".
           05 NHR-EE-SSN                PIC X(09).
           05 NHR-EE-FIRST-NAME         PIC X(16).
           05 NHR-EE-MIDDLE-NAME        PIC X(16).
           05 NHR-EE-LAST-NAME          PIC X(30).
           05 NHR-EE-ADDRESS            PIC X(40).
           05 NHR-EE-CITY               PIC X(25).
           05 NHR-EE-STATE              PIC X(02).
           05 NHR-EE-ZIP                PIC X(05).
           05 NHR-EE-HIRE-DATE          PIC X(08).
           05 NHR-EE-STATE-OF-HIRE      PIC X(02).
           05 NHR-EE-FEIN               PIC X(09).
           05 FILLER                    PIC X(37) VALUE SPACES.

        01 NHR-TOTAL-RECORD.
           05 FILLER                    PIC X(01) VALUE "T".
           05 NHR-T-EMPLOYEE-COUNT      PIC 9(07).
           05 NHR-T-FEIN                PIC X(09).
           05 FILLER                    PIC X(183) VALUE SPACES.

      * RUN COUNTERS
        01 WS-EMPLOYEES-READ            PIC 9(05) VALUE 0.
        01 WS-HIRES-REPORTED            PIC 9(05) VALUE 0.
        01 WS-HIRES-LATE                PIC 9(05) VALUE 0.
        01 WS-HIRES-HELD                PIC 9(05) VALUE 0.
        01 WS-HIRES-HISTORY             PIC 9(05) VALUE 0.
        01 WS-RUN-DATE                  PIC X(08).
        01 WS-RUN-CCYYMMDD              PIC 9(08) VALUE 0.
        01 WS-RUN-TIME                  PIC 9(08) VALUE 0.
        COPY "AUDITTRL.cpy".

       01  PAGE-HDG-01.
           05 PAGE-HDG-01-CC         PIC X(01) VALUE SPACE.
           05 FILLER                 PIC X(50) VALUE SPACES.
           05 FILLER                 PIC X(26)
              VALUE "STATE NEW-HIRE REPORTING".
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
           05 FILLER                 PIC X(09) VALUE SPACES.
           05 FILLER                 PIC X(09) VALUE "EMP. NUM ".
           05 FILLER                 PIC X(21) VALUE "NAME".
           05 FILLER                 PIC X(13) VALUE "SSN".
           05 FILLER                 PIC X(06) VALUE "STATE ".
           05 FILLER                 PIC X(12) VALUE "HIRE DATE".
           05 FILLER                 PIC X(06) VALUE "DAYS".
           05 FILLER                 PIC X(30) VALUE "STATUS".

      * ONE LINE PER STATE FILE, AHEAD OF ITS HIRES.
       01  DETAIL-LINE-STATE.
           05 STL-CC                 PIC X(01) VALUE SPACE.
           05 FILLER                 PIC X(09) VALUE SPACES.
           05 FILLER                 PIC X(07) VALUE "STATE: ".
           05 STL-STATE              PIC X(02).
           05 FILLER                 PIC X(04) VALUE SPACES.
           05 FILLER                 PIC X(06) VALUE "FILE: ".
           05 STL-FILE-PATH          PIC X(80).

       01  DETAIL-LINE-HIRE.
           05 HIR-CC                 PIC X(01) VALUE SPACE.
           05 FILLER                 PIC X(09) VALUE SPACES.
           05 HIR-EMP-NUM            PIC X(06).
           05 FILLER                 PIC X(03) VALUE SPACES.
           05 HIR-NAME               PIC X(20).
           05 FILLER                 PIC X(01) VALUE SPACES.
      * ONLY THE LAST FOUR OF THE SSN PRINT ON THE LISTING.
           05 HIR-SSN.
              10 FILLER              PIC X(07) VALUE "XXX-XX-".
              10 HIR-SSN-LAST4       PIC X(04).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 HIR-WORK-STATE         PIC X(02).
           05 FILLER                 PIC X(04) VALUE SPACES.
           05 HIR-HIRE-DATE          PIC XXXX/XX/XX.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 HIR-DAYS               PIC ZZ9.
           05 FILLER                 PIC X(03) VALUE SPACES.
           05 HIR-STATUS             PIC X(30).

       01  TOTALS-LINE.
           05 TOTAL-LINE-CC          PIC X(01) VALUE SPACE.
           05 FILLER                 PIC X(09) VALUE SPACES.
           05 FILLER                 PIC X(10) VALUE "REPORTED: ".
           05 TOTAL-REPORTED         PIC ZZZZ9.
           05 FILLER                 PIC X(04) VALUE SPACES.
           05 FILLER                 PIC X(06) VALUE "LATE: ".
           05 TOTAL-LATE             PIC ZZZZ9.
           05 FILLER                 PIC X(04) VALUE SPACES.
           05 FILLER                 PIC X(06) VALUE "HELD: ".
           05 TOTAL-HELD             PIC ZZZZ9.
           05 FILLER                 PIC X(04) VALUE SPACES.
           05 FILLER                 PIC X(13) VALUE "STATE FILES: ".
           05 TOTAL-STATE-FILES      PIC ZZ9.
           05 FILLER                 PIC X(04) VALUE SPACES.
           05 FILLER                 PIC X(09) VALUE "HISTORY: ".
           05 TOTAL-HISTORY          PIC ZZZZ9.

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

           DISPLAY "NEWHIRRB FOR RYAN BROOKS".

           PERFORM 1000-INITIALIZE.
           PERFORM 2000-WALK-EMPLOYEE-MASTER.
           PERFORM 3000-WRITE-STATE-FILES.
           PERFORM 4000-LIST-HELD-HIRES.
           PERFORM 9000-CREATE-LISTING-TOTAL-LINE.

           display "EMPLOYEES READ:              " WS-EMPLOYEES-READ.
           display "NEW HIRES REPORTED:          " WS-HIRES-REPORTED.
           display "REPORTED PAST 20-DAY LIMIT:  " WS-HIRES-LATE.
           display "HELD FOR MASTER FIXES:       " WS-HIRES-HELD.
           display "STATE FILES WRITTEN:         " WS-STATE-FILES.
           display "OLD HIRES REGISTERED ONLY:   " WS-HIRES-HISTORY.
           IF WS-HIRES-HELD > 0
              DISPLAY "NEWHIRRB: " WS-HIRES-HELD " HIRE(S) HELD - "
                  "FIX THE MASTER BEFORE THE DEADLINE"
           END-IF.

           PERFORM 9900-WRITE-AUDIT-RECORD.

           close NEW-HIRE-LISTING
                 NEW-HIRE-REGISTER-FILE
                 AUDIT-TRAIL-FILE.

           GOBACK.

       0500-GET-FILE-PATHS.
      * OVERRIDE THE DEFAULT FILE PATHS IF THE MATCHING ENVIRONMENT
      * VARIABLE HAS BEEN SET:
           ACCEPT WS-ENV-PATH-OVERRIDE FROM ENVIRONMENT
                  "NEWHIRRB-EMPLOYEE-MASTER".
           IF WS-ENV-PATH-OVERRIDE NOT = SPACES
              MOVE WS-ENV-PATH-OVERRIDE TO WS-EMPLOYEE-MASTER-PATH
           END-IF.
           ACCEPT WS-ENV-PATH-OVERRIDE FROM ENVIRONMENT
                  "NEWHIRRB-COMPANY-CONTROL".
           IF WS-ENV-PATH-OVERRIDE NOT = SPACES
              MOVE WS-ENV-PATH-OVERRIDE TO WS-COMPANY-CONTROL-PATH
           END-IF.
           ACCEPT WS-ENV-PATH-OVERRIDE FROM ENVIRONMENT
                  "NEWHIRRB-NEW-HIRE-REGISTER".
           IF WS-ENV-PATH-OVERRIDE NOT = SPACES
              MOVE WS-ENV-PATH-OVERRIDE TO WS-NEW-HIRE-REGISTER-PATH
           END-IF.
           ACCEPT WS-ENV-PATH-OVERRIDE FROM ENVIRONMENT
                  "NEWHIRRB-NEW-HIRE-PREFIX".
           IF WS-ENV-PATH-OVERRIDE NOT = SPACES
              MOVE WS-ENV-PATH-OVERRIDE TO WS-NEW-HIRE-PREFIX
           END-IF.
           ACCEPT WS-ENV-PATH-OVERRIDE FROM ENVIRONMENT
                  "NEWHIRRB-NEW-HIRE-LISTING".
           IF WS-ENV-PATH-OVERRIDE NOT = SPACES
              MOVE WS-ENV-PATH-OVERRIDE TO WS-NEW-HIRE-LISTING-PATH
           END-IF.
           ACCEPT WS-ENV-PATH-OVERRIDE FROM ENVIRONMENT
                  "NEWHIRRB-AUDIT-TRAIL-FILE".
           IF WS-ENV-PATH-OVERRIDE NOT = SPACES
              MOVE WS-ENV-PATH-OVERRIDE TO WS-AUDIT-TRAIL-PATH
           END-IF.

       1000-INITIALIZE.
           PERFORM 0500-GET-FILE-PATHS.
           ACCEPT WS-RUN-DATE FROM DATE.
           MOVE   WS-RUN-DATE TO PAGE-HDG-02-DATE.
           MOVE "20"              TO WS-RUN-CCYYMMDD (1:2).
           MOVE WS-RUN-DATE (1:6) TO WS-RUN-CCYYMMDD (3:6).
      * NO COMPANY RECORD, NO FILING - A STATE FILE UNDER A BLANK OR
      * MADE-UP FEIN WOULD BE REJECTED OR, WORSE, MISFILED.
           OPEN INPUT COMPANY-CONTROL-FILE.
           IF COMPANY-CONTROL-FOUND
              READ COMPANY-CONTROL-FILE INTO WS-COMPANY-CONTROL-LINE
              CLOSE COMPANY-CONTROL-FILE
           END-IF.
           IF WS-CMP-FEIN NOT NUMERIC
              OR WS-CMP-NAME = SPACES
              DISPLAY "NEWHIRRB: NO USABLE COMPANY CONTROL RECORD "
                  "(FEIN AND NAME) - RUN STOPPED"
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           PERFORM 1500-LOAD-NEW-HIRE-REGISTER.
           OPEN OUTPUT NEW-HIRE-LISTING.
           IF NOT GOOD-NEW-HIRE-LISTING
              DISPLAY "NEWHIRRB: UNABLE TO OPEN NEW-HIRE LISTING, "
                  "STATUS = " WS-NEW-HIRE-LISTING-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN EXTEND NEW-HIRE-REGISTER-FILE.
           IF NOT NEW-HIRE-REGISTER-OK
              CLOSE NEW-HIRE-REGISTER-FILE
              OPEN OUTPUT NEW-HIRE-REGISTER-FILE
           END-IF.
           OPEN EXTEND AUDIT-TRAIL-FILE.
           IF NOT GOOD-AUDIT-TRAIL-WRITE
              CLOSE AUDIT-TRAIL-FILE
              OPEN OUTPUT AUDIT-TRAIL-FILE
           END-IF.
           PERFORM 8000-WRITE-HEADINGS.

       1500-LOAD-NEW-HIRE-REGISTER.
           OPEN INPUT NEW-HIRE-REGISTER-FILE.
           IF NEW-HIRE-REGISTER-OK
              PERFORM UNTIL END-OF-NEW-HIRE-REGISTER
                 READ NEW-HIRE-REGISTER-FILE
                    AT END
                       SET END-OF-NEW-HIRE-REGISTER TO TRUE
                    NOT AT END
                       IF WS-NHG-COUNT = 20000
                          DISPLAY "NEWHIRRB: NEW-HIRE REGISTER "
                              "CEILING (20000) REACHED - RUN STOPPED"
                          MOVE 16 TO RETURN-CODE
                          GOBACK
                       END-IF
                       ADD 1 TO WS-NHG-COUNT
                       MOVE NEW-HIRE-REGISTER-RECORD (1:14) TO
                            TABLE-NHG-KEY (WS-NHG-COUNT)
                 END-READ
              END-PERFORM
              CLOSE NEW-HIRE-REGISTER-FILE
           ELSE
              DISPLAY "NEWHIRRB: NO NEW-HIRE REGISTER - FIRST RUN, "
                  "HIRES OVER A YEAR OLD ARE REGISTERED ONLY"
           END-IF.

       2000-WALK-EMPLOYEE-MASTER.
           OPEN INPUT EMPLOYEE-MASTER.
           IF NOT EMPLOYEE-MASTER-SUCCESSFUL
              DISPLAY "NEWHIRRB: UNABLE TO OPEN EMPLOYEE MASTER, "
                  "STATUS = " WS-EMPLOYEE-MASTER-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           PERFORM UNTIL END-OF-EMPLOYEE-MASTER
              READ EMPLOYEE-MASTER
                 AT END
                    SET END-OF-EMPLOYEE-MASTER TO TRUE
                 NOT AT END
                    ADD 1 TO WS-EMPLOYEES-READ
                    PERFORM 2100-CHECK-ONE-EMPLOYEE
                            THRU 2100-EXIT
              END-READ
           END-PERFORM.
           CLOSE EMPLOYEE-MASTER.

       2100-CHECK-ONE-EMPLOYEE.
      * A HIRE ALREADY ON THE REGISTER WAS REPORTED ON AN EARLIER
      * RUN.  A TERMINATED EMPLOYEE IS STILL REPORTED IF THE HIRE
      * NEVER WAS - THE STATES WANT EVERY HIRE, HOWEVER SHORT.
           IF EMP-HIRE-DATE NOT NUMERIC
              OR EMP-HIRE-DATE = "00000000"
              GO TO 2100-EXIT
           END-IF.
           MOVE EMP-NUMBER    TO WS-NHG-KEY-WANTED (1:6).
           MOVE EMP-HIRE-DATE TO WS-NHG-KEY-WANTED (7:8).
           PERFORM VARYING WS-NHG-SUB FROM 1 BY 1
              UNTIL WS-NHG-SUB > WS-NHG-COUNT
                 OR TABLE-NHG-KEY (WS-NHG-SUB) = WS-NHG-KEY-WANTED
           END-PERFORM.
           IF WS-NHG-SUB NOT > WS-NHG-COUNT
              GO TO 2100-EXIT
           END-IF.
           MOVE EMP-HIRE-DATE TO WS-HIRE-CCYYMMDD-X.
           IF WS-HIRE-CCYYMMDD > WS-RUN-CCYYMMDD
              GO TO 2100-EXIT
           END-IF.
           MOVE "D"              TO DFN-FUNCTION-CODE.
           MOVE WS-HIRE-CCYYMMDD TO DFN-DATE-1.
           MOVE WS-RUN-CCYYMMDD  TO DFN-DATE-2.
           CALL "DATESRVRB" USING DATEFUN-PARMS.
           IF NOT DFN-OK
              DISPLAY "NEWHIRRB: DATE SERVICE REFUSED HIRE DATE "
                  EMP-HIRE-DATE " FOR " EMP-NUMBER " - NOT REPORTED"
              GO TO 2100-EXIT
           END-IF.
           MOVE DFN-DAY-COUNT TO WS-DAYS-SINCE-HIRE.
           IF WS-DAYS-SINCE-HIRE > WS-HISTORY-DAYS
              MOVE EMP-WORK-STATE TO NHG-WORK-STATE
              PERFORM 2200-REGISTER-HIRE
              ADD 1 TO WS-HIRES-HISTORY
              GO TO 2100-EXIT
           END-IF.
           IF WS-HIRE-COUNT = 5000
              DISPLAY "NEWHIRRB: NEW-HIRE TABLE CEILING (5000) "
                  "REACHED - RUN STOPPED"
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           ADD 1 TO WS-HIRE-COUNT.
           MOVE EMP-NUMBER     TO TABLE-HIRE-EMP-NUMBER (WS-HIRE-COUNT).
           MOVE EMP-NAME       TO TABLE-HIRE-NAME (WS-HIRE-COUNT).
           MOVE EMP-SSN        TO TABLE-HIRE-SSN (WS-HIRE-COUNT).
           MOVE EMP-ADDRESS    TO TABLE-HIRE-ADDRESS (WS-HIRE-COUNT).
           MOVE EMP-CITY       TO TABLE-HIRE-CITY (WS-HIRE-COUNT).
           MOVE EMP-STATE      TO TABLE-HIRE-STATE (WS-HIRE-COUNT).
           MOVE EMP-ZIP        TO TABLE-HIRE-ZIP (WS-HIRE-COUNT).
           MOVE EMP-HIRE-DATE  TO TABLE-HIRE-DATE (WS-HIRE-COUNT).
           MOVE EMP-WORK-STATE TO TABLE-HIRE-WORK-STATE (WS-HIRE-COUNT).
           MOVE WS-DAYS-SINCE-HIRE TO TABLE-HIRE-DAYS (WS-HIRE-COUNT).
           MOVE "N"            TO TABLE-HIRE-DONE-SW (WS-HIRE-COUNT).
       2100-EXIT.
           EXIT.

       2200-REGISTER-HIRE.
      * EMPLOYEE AND HIRE DATE ARE IN WS-NHG-KEY-WANTED; THE CALLER
      * HAS SET THE STATE.
           MOVE WS-NHG-KEY-WANTED (1:6) TO NHG-EMP-NUMBER.
           MOVE WS-NHG-KEY-WANTED (7:8) TO NHG-HIRE-DATE.
           MOVE WS-RUN-CCYYMMDD         TO NHG-RUN-DATE.
           WRITE NEW-HIRE-REGISTER-RECORD.
           IF NOT NEW-HIRE-REGISTER-OK
              DISPLAY "BAD WRITE - FILE STATUS: "
                  WS-NEW-HIRE-REGISTER-STATUS
           END-IF.

       3000-WRITE-STATE-FILES.
      * TAKE THE FIRST HIRE NOT YET DONE, WRITE EVERY HIRE FOR ITS
      * WORK STATE TO THAT STATE'S FILE, AND REPEAT UNTIL THE TABLE
      * IS USED UP.  A HIRE THAT CANNOT GO OUT IS LEFT UNDONE AND
      * LISTED BY 4000.
           PERFORM VARYING WS-HIRE-SUB FROM 1 BY 1
              UNTIL WS-HIRE-SUB > WS-HIRE-COUNT
              PERFORM 3050-EDIT-HIRE
              IF WS-HOLD-REASON NOT = SPACES
                 SET TABLE-HIRE-DONE (WS-HIRE-SUB) TO TRUE
                 ADD 1 TO WS-HIRES-HELD
              END-IF
           END-PERFORM.
           PERFORM VARYING WS-HIRE-SUB FROM 1 BY 1
              UNTIL WS-HIRE-SUB > WS-HIRE-COUNT
              IF NOT TABLE-HIRE-DONE (WS-HIRE-SUB)
                 MOVE TABLE-HIRE-WORK-STATE (WS-HIRE-SUB)
                   TO WS-CURRENT-STATE
                 PERFORM 3100-WRITE-ONE-STATE
              END-IF
           END-PERFORM.

       3050-EDIT-HIRE.
      * A STATE WILL NOT TAKE A HIRE WITHOUT AN SSN, AND WITHOUT A
      * WORK STATE THERE IS NO STATE TO SEND IT TO.
           MOVE SPACES TO WS-HOLD-REASON.
           EVALUATE TRUE
              WHEN TABLE-HIRE-WORK-STATE (WS-HIRE-SUB) = SPACES
                 MOVE "HELD - NO WORK STATE ON MASTER"
                   TO WS-HOLD-REASON
              WHEN TABLE-HIRE-SSN (WS-HIRE-SUB) NOT NUMERIC
                OR TABLE-HIRE-SSN (WS-HIRE-SUB) = "000000000"
                 MOVE "HELD - NO SSN ON MASTER" TO WS-HOLD-REASON
              WHEN TABLE-HIRE-ADDRESS (WS-HIRE-SUB) = SPACES
                 MOVE "HELD - NO ADDRESS ON MASTER" TO WS-HOLD-REASON
           END-EVALUATE.

       3100-WRITE-ONE-STATE.
           MOVE SPACES TO WS-NEW-HIRE-FILE-PATH.
           STRING WS-NEW-HIRE-PREFIX DELIMITED BY SPACE
                  WS-CURRENT-STATE   DELIMITED BY SIZE
                  ".DAT"             DELIMITED BY SIZE
             INTO WS-NEW-HIRE-FILE-PATH.
           OPEN OUTPUT NEW-HIRE-FILE.
           IF NOT GOOD-NEW-HIRE-WRITE
              DISPLAY "NEWHIRRB: UNABLE TO OPEN NEW-HIRE FILE FOR "
                  WS-CURRENT-STATE ", STATUS = "
                  WS-NEW-HIRE-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              PERFORM 9900-WRITE-AUDIT-RECORD
              GOBACK
           END-IF.
           ADD 1 TO WS-STATE-FILES.
           MOVE 0 TO WS-STATE-HIRES.
           MOVE WS-CURRENT-STATE      TO STL-STATE.
           MOVE WS-NEW-HIRE-FILE-PATH TO STL-FILE-PATH.
           IF WS-LINE-COUNT > 46
              PERFORM 8000-WRITE-HEADINGS
           END-IF.
           ADD 2 TO WS-LINE-COUNT.
           write NEW-HIRE-LISTING-RECORD from DETAIL-LINE-STATE
             AFTER ADVANCING 02 LINES.

           MOVE WS-CMP-FEIN        TO NHR-ER-FEIN.
           MOVE WS-CMP-NAME        TO NHR-ER-NAME.
           MOVE WS-CMP-ADDRESS     TO NHR-ER-ADDRESS.
           MOVE WS-CMP-CITY        TO NHR-ER-CITY.
           MOVE WS-CMP-STATE       TO NHR-ER-STATE.
           MOVE WS-CMP-ZIP         TO NHR-ER-ZIP.
           MOVE WS-CMP-PHONE       TO NHR-ER-PHONE.
           MOVE WS-CMP-CONTACT     TO NHR-ER-CONTACT.
           MOVE WS-CURRENT-STATE   TO NHR-ER-STATE-OF-HIRE.
           MOVE WS-RUN-CCYYMMDD    TO NHR-ER-REPORT-DATE.
           WRITE NEW-HIRE-RECORD FROM NHR-EMPLOYER-RECORD.

           PERFORM VARYING WS-LIST-SUB FROM WS-HIRE-SUB BY 1
              UNTIL WS-LIST-SUB > WS-HIRE-COUNT
              IF NOT TABLE-HIRE-DONE (WS-LIST-SUB)
                 AND TABLE-HIRE-WORK-STATE (WS-LIST-SUB) =
                     WS-CURRENT-STATE
                 PERFORM 3200-WRITE-ONE-HIRE
              END-IF
           END-PERFORM.

           MOVE WS-STATE-HIRES TO NHR-T-EMPLOYEE-COUNT.
           MOVE WS-CMP-FEIN    TO NHR-T-FEIN.
           WRITE NEW-HIRE-RECORD FROM NHR-TOTAL-RECORD.
           CLOSE NEW-HIRE-FILE.

       3200-WRITE-ONE-HIRE.
      * WS-LIST-SUB POINTS AT THE HIRE.
           MOVE TABLE-HIRE-SSN (WS-LIST-SUB) TO NHR-EE-SSN.
           MOVE SPACES TO WS-NAME-FIRST WS-NAME-LAST.
           MOVE 1 TO WS-NAME-PTR.
           UNSTRING TABLE-HIRE-NAME (WS-LIST-SUB) DELIMITED BY " "
               INTO WS-NAME-FIRST
               WITH POINTER WS-NAME-PTR.
           IF WS-NAME-PTR < 21
              MOVE TABLE-HIRE-NAME (WS-LIST-SUB) (WS-NAME-PTR:)
                TO WS-NAME-LAST
           END-IF.
           MOVE WS-NAME-FIRST TO NHR-EE-FIRST-NAME.
           MOVE SPACES        TO NHR-EE-MIDDLE-NAME.
           MOVE WS-NAME-LAST  TO NHR-EE-LAST-NAME.
           MOVE TABLE-HIRE-ADDRESS (WS-LIST-SUB)    TO NHR-EE-ADDRESS.
           MOVE TABLE-HIRE-CITY (WS-LIST-SUB)       TO NHR-EE-CITY.
           MOVE TABLE-HIRE-STATE (WS-LIST-SUB)      TO NHR-EE-STATE.
           MOVE TABLE-HIRE-ZIP (WS-LIST-SUB)        TO NHR-EE-ZIP.
           MOVE TABLE-HIRE-DATE (WS-LIST-SUB)       TO NHR-EE-HIRE-DATE.
           MOVE WS-CURRENT-STATE TO NHR-EE-STATE-OF-HIRE.
           MOVE WS-CMP-FEIN      TO NHR-EE-FEIN.
           WRITE NEW-HIRE-RECORD FROM NHR-EMPLOYEE-RECORD.
           IF NOT GOOD-NEW-HIRE-WRITE
              DISPLAY "BAD WRITE - FILE STATUS: "
                  WS-NEW-HIRE-FILE-STATUS
           END-IF.
           ADD 1 TO WS-STATE-HIRES.
           ADD 1 TO WS-HIRES-REPORTED.
           SET TABLE-HIRE-DONE (WS-LIST-SUB) TO TRUE.

           MOVE TABLE-HIRE-EMP-NUMBER (WS-LIST-SUB)
             TO WS-NHG-KEY-WANTED (1:6).
           MOVE TABLE-HIRE-DATE (WS-LIST-SUB)
             TO WS-NHG-KEY-WANTED (7:8).
           MOVE WS-CURRENT-STATE TO NHG-WORK-STATE.
           PERFORM 2200-REGISTER-HIRE.

      * PAST THE DEADLINE STILL GOES OUT - LATE IS BETTER THAN NOT
      * AT ALL - BUT IT IS FLAGGED SO HR KNOWS THE STATE MAY ASK.
           IF TABLE-HIRE-DAYS (WS-LIST-SUB) > WS-DEADLINE-DAYS
              MOVE "*** LATE - PAST 20-DAY LIMIT" TO HIR-STATUS
              ADD 1 TO WS-HIRES-LATE
           ELSE
              MOVE "REPORTED" TO HIR-STATUS
           END-IF.
           PERFORM 7000-WRITE-HIRE-LINE.

       4000-LIST-HELD-HIRES.
      * HIRES THAT COULD NOT GO OUT.  THEY ARE NOT REGISTERED, SO
      * NEXT WEEK'S RUN TRIES THEM AGAIN - BUT THE CLOCK IS RUNNING.
           PERFORM VARYING WS-LIST-SUB FROM 1 BY 1
              UNTIL WS-LIST-SUB > WS-HIRE-COUNT
              MOVE WS-LIST-SUB TO WS-HIRE-SUB
              PERFORM 3050-EDIT-HIRE
              IF WS-HOLD-REASON NOT = SPACES
                 MOVE WS-HOLD-REASON TO HIR-STATUS
                 PERFORM 7000-WRITE-HIRE-LINE
                 DISPLAY "NEWHIRRB: "
                     TABLE-HIRE-EMP-NUMBER (WS-LIST-SUB)
                     " " WS-HOLD-REASON
              END-IF
           END-PERFORM.

       7000-WRITE-HIRE-LINE.
      * HIR-STATUS IS ALREADY SET; WS-LIST-SUB POINTS AT THE HIRE.
           MOVE TABLE-HIRE-EMP-NUMBER (WS-LIST-SUB) TO HIR-EMP-NUM.
           MOVE TABLE-HIRE-NAME (WS-LIST-SUB)       TO HIR-NAME.
           MOVE TABLE-HIRE-SSN (WS-LIST-SUB) (6:4)  TO HIR-SSN-LAST4.
           MOVE TABLE-HIRE-WORK-STATE (WS-LIST-SUB) TO HIR-WORK-STATE.
           MOVE TABLE-HIRE-DATE (WS-LIST-SUB)       TO HIR-HIRE-DATE.
           MOVE TABLE-HIRE-DAYS (WS-LIST-SUB)       TO HIR-DAYS.
           add 1 to WS-LINE-COUNT.
           if WS-LINE-COUNT > 50
              PERFORM 8000-WRITE-HEADINGS.
           write NEW-HIRE-LISTING-RECORD from DETAIL-LINE-HIRE
             after advancing 01 lines.

       8000-WRITE-HEADINGS.
           add 1 to WS-PAGE-COUNT.
           move WS-PAGE-COUNT TO PAGE-HDG-01-PAGE.
           WRITE NEW-HIRE-LISTING-RECORD FROM WS-REPORT-RULER
             after advancing page.
           WRITE NEW-HIRE-LISTING-RECORD
            FROM PAGE-HDG-01 after advancing 01 LINES.
           WRITE NEW-HIRE-LISTING-RECORD
            FROM PAGE-HDG-02 after advancing 01 LINES.
           WRITE NEW-HIRE-LISTING-RECORD
            FROM PAGE-HDG-03 AFTER ADVANCING 02 LINES.
           MOVE 4 TO WS-LINE-COUNT.

       9000-CREATE-LISTING-TOTAL-LINE.
           MOVE WS-HIRES-REPORTED    TO TOTAL-REPORTED.
           MOVE WS-HIRES-LATE        TO TOTAL-LATE.
           MOVE WS-HIRES-HELD        TO TOTAL-HELD.
           MOVE WS-STATE-FILES       TO TOTAL-STATE-FILES.
           MOVE WS-HIRES-HISTORY     TO TOTAL-HISTORY.
           write NEW-HIRE-LISTING-RECORD from DETAIL-LINE-LINE
             AFTER ADVANCING 01 LINES.
           write NEW-HIRE-LISTING-RECORD from TOTALS-LINE
             AFTER ADVANCING 02 LINES.
           write NEW-HIRE-LISTING-RECORD from WS-REPORT-RULER
             after advancing 02 LINES.

       9900-WRITE-AUDIT-RECORD.
      * APPEND ONE SUMMARY LINE FOR THIS RUN TO THE SHARED OPERATIONS
      * AUDIT TRAIL, MIRRORING THE PROGRAM TOTALS DISPLAYED ABOVE.
           ACCEPT WS-RUN-TIME FROM TIME.
           MOVE "NEWHIRRB"          TO AUD-PROGRAM-NAME.
           MOVE WS-RUN-DATE         TO AUD-RUN-DATE.
           MOVE WS-RUN-TIME         TO AUD-RUN-TIME.
           MOVE WS-EMPLOYEES-READ   TO AUD-RECORDS-READ.
           MOVE WS-HIRES-REPORTED   TO AUD-RECORDS-WRITTEN.
           MOVE SPACES              TO AUD-KEY-TOTALS.
           MOVE "LATE="             TO AUD-KEY-TOTALS(1:5).
           MOVE WS-HIRES-LATE       TO AUD-KEY-TOTALS(6:5).
           MOVE " HELD="            TO AUD-KEY-TOTALS(11:6).
           MOVE WS-HIRES-HELD       TO AUD-KEY-TOTALS(17:5).
           IF RETURN-CODE = 0
              MOVE "OK" TO AUD-COMPLETION-STATUS
           ELSE
              MOVE "ER" TO AUD-COMPLETION-STATUS
           END-IF.
           WRITE AUDIT-TRAIL-RECORD FROM AUDIT-TRAIL-LINE.
