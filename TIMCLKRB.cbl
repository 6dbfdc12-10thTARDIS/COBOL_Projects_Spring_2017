      * CLOCKS EXPORT IT - CHRONOLOGICAL ACROSS THE WHOLE WORKFORCE
      * - SO OPEN SHIFTS ARE HELD PER EMPLOYEE UNTIL THEIR OUT
      * ARRIVES.  EACH EMPLOYEE'S OWN PUNCHES MUST STILL BE IN TIME
      * ORDER, WHICH A CLOCK EXPORT ALWAYS IS.  A TERMINATED
      * EMPLOYEE'S LAST PUNCHES ARE HELD ON THE FINAL-HOURS FILE FOR
      * FINPAYRB TO BUILD THE FINAL CHECK FROM, NOT PAID HERE.
      *
      * ATTENDANCE: THE SCHEDULE MASTER CARRIES EACH EMPLOYEE'S
      * SCHEDULED SHIFT FOR EACH DAY OF THE WEEK (START, END, OR A
      * BLANK START FOR A DAY OFF).  EVERY DAY OF THE PERIOD IS HELD
      * AGAINST THE DAY'S FIRST IN AND LAST OUT PUNCH - LATE
      * ARRIVALS AND EARLY DEPARTURES PAST THE GRACE MINUTES, NO
      * PUNCHES ON A SCHEDULED DAY (NO-SHOW), AND PUNCHES ON A DAY
      * OFF (UNSCHEDULED WORK) ARE LISTED BY DEPARTMENT FOR THE
      * SUPERVISORS.  A HOLIDAY OR A DAY COVERED BY A LEAVE REQUEST
      * IS NOT A NO-SHOW.  EACH NO-SHOW POSTS POINTS TO THE RUNNING
      * ATTENDANCE-POINTS FILE THE ATTENDANCE POLICY IS ENFORCED
      * FROM; A PERIOD ALREADY POSTED FOR AN EMPLOYEE IS NOT POSTED
      * AGAIN ON A RERUN.  AN EMPLOYEE WITH NO SCHEDULE IS NOT
      * CHECKED.  THE PERIOD RUNS FROM THE FIRST TO THE LAST PUNCH
      * DATE ON THE FILE UNLESS TIMCLKRB-PERIOD-FROM AND
      * TIMCLKRB-PERIOD-THRU (CCYYMMDD) SAY OTHERWISE.
      *
      * HOLIDAYS: EVERY HOLIDAY DATESRVRB KNOWS THAT FALLS IN THE
      * PERIOD FILLS THE HOL BUCKET FOR EACH ACTIVE HOURLY EMPLOYEE
      * WHO IS PAST THE WAITING PERIOD FROM HIRE AND WORKED THEIR
      * SCHEDULED DAY BEFORE AND AFTER (THE BUSINESS DAY BEFORE AND
      * AFTER FOR SOMEONE WITH NO SCHEDULE).  A DAY BEFORE OR AFTER
      * THAT FALLS OUTSIDE THE PERIOD CANNOT BE JUDGED FROM THIS
      * FILE AND IS GIVEN.  A HOLIDAY ALREADY ON A LEAVE REQUEST IS
      * LEFT TO LEAVRQRB.  HOURS WORKED ON THE HOLIDAY ITSELF EARN
      * THE PREMIUM OVER STRAIGHT TIME, SENT AS A REASON HP AMOUNT
      * ON THE NORMAL RECORD.  SALARIED PEOPLE ARE LEFT ALONE - THE
      * SALARY ALREADY PAYS THE HOLIDAY.
      *
      * APPROVAL: EVERY RECORD WRITTEN TO THE PAYROLL FILE ALSO GOES
      * TO THE TIME-APPROVAL FILE AS PENDING (P), WITH THE EMPLOYEE'S
      * DEPARTMENT AND THE HOURS SENT, AND THE LISTING CARRIES THOSE
      * HOURS BY DEPARTMENT FOR THE SUPERVISORS TO CHECK.  TIMAPRRB
      * MARKS THEM APPROVED OR HELD UNDER THE SUPERVISOR'S SIGN-ON,
      * AND PAYRPTRB PAYS NO NORMAL RECORD THAT IS NOT APPROVED.  A
      * RERUN STARTS THE FILE OVER, SO CHANGED HOURS ARE APPROVED
      * AGAIN.
      *
      * JOB TIME: A CUTTER CAN KEY AN ORDER NUMBER ON THE CLOCK WHEN
      * PUNCHING IN (OR OUT), AND THE PAIRED SHIFT'S PAID MINUTES ARE
      * CHARGED TO THAT ORDER ON THE JOB-TIME FILE JOBCSTRB COSTS
      * LABOR FROM.  THE FILE IS KEPT ACROSS PERIODS - A RERUN
      * REPLACES ONLY THE CHARGES DATED INSIDE ITS OWN PERIOD.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                 WS-SHIFT-CONTROL-PATH
             organization is line sequential
             file status is WS-SHIFT-CONTROL-STATUS.
           SELECT FINAL-HOURS-FILE ASSIGN DYNAMIC
                 WS-FINAL-HOURS-PATH
             organization is line sequential
             file status is WS-FINAL-HOURS-STATUS.
           SELECT TIME-CONTROL-FILE ASSIGN DYNAMIC
                 WS-TIME-CONTROL-PATH
             organization is line sequential
             file status is WS-TIME-CONTROL-STATUS.
           SELECT PAY-CALENDAR-FILE ASSIGN DYNAMIC
                 WS-PAY-CALENDAR-PATH
             organization is line sequential
             file status is WS-PAY-CALENDAR-STATUS.
           SELECT SCHEDULE-MASTER ASSIGN DYNAMIC
                 WS-SCHEDULE-MASTER-PATH
             organization is line sequential
             file status is WS-SCHEDULE-MASTER-STATUS.
           SELECT PENDING-LEAVE-FILE ASSIGN DYNAMIC
                 WS-PENDING-LEAVE-PATH
             organization is line sequential
             file status is WS-PENDING-LEAVE-STATUS.
           SELECT LEAVE-REQUESTS-IN ASSIGN DYNAMIC
                 WS-LEAVE-REQUESTS-PATH
             organization is line sequential
             file status is WS-LEAVE-REQUESTS-STATUS.
           SELECT ATTENDANCE-POINTS-FILE ASSIGN DYNAMIC
                 WS-ATTENDANCE-POINTS-PATH
             organization is line sequential
             file status is WS-ATTENDANCE-POINTS-STATUS.
           SELECT TIME-APPROVAL-FILE ASSIGN DYNAMIC
                 WS-TIME-APPROVAL-PATH
             organization is line sequential
             file status is WS-TIME-APPROVAL-STATUS.
           SELECT JOB-TIME-FILE ASSIGN DYNAMIC
                 WS-JOB-TIME-PATH
             organization is line sequential
             file status is WS-JOB-TIME-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05  PCH-DIRECTION            PIC X(03).
               88 PUNCH-IN                 VALUE "IN ".
               88 PUNCH-OUT                VALUE "OUT".
      * THE ORDER THE TIME IS CHARGED TO - BLANK FOR ORDINARY TIME
      * AND ON EVERY PUNCH FROM A CLOCK THAT PREDATES JOB CHARGING.
           05  PCH-ORDER-NUMBER         PIC X(06).
      * THE CLOCK EXPORT ENDS WITH A CONTROL-TOTAL TRAILER - RECORD
      * COUNT PLUS THE SUM OF THE PUNCH TIMES AS AN AMOUNT HASH -
      * VERIFIED BEFORE A SINGLE PUNCH IS PROCESSED, SO A TRUNCATED
               88 PUNCH-REC-IS-TRAILER     VALUE "TRL".
           05  PCH-TRL-COUNT            PIC 9(06).
           05  PCH-TRL-TIME-HASH        PIC 9(10).
           05  FILLER                   PIC X(08).

       FD  EMPLOYEE-MASTER
           RECORDING MODE IS F
      * WORKERS' COMP CLASS CODE CARRIED SO THE RECORD READS IN
      * WHOLE - THE CLASS-CODE WAGE ACCUMULATION LIVES IN PAYRPTRB.
           05  EMP-COMP-CLASS           PIC X(04).
      * W-4 ELECTIONS CARRIED SO THE RECORD READS IN WHOLE - THE
      * PERCENTAGE-METHOD WITHHOLDING ITSELF LIVES IN PAYRPTRB.
           05  EMP-W4-DATA              PIC X(34).
      * PAY TYPE, SALARY AND FLSA STATUS - A SALARIED EMPLOYEE GETS
      * A PAYROLL RECORD EVERY RUN WHETHER OR NOT THEY PUNCHED, AND
      * ONLY A NON-EXEMPT ONE SENDS HOURS (FOR OVERTIME).
           05  EMP-PAY-TYPE             PIC X(01).
           05  EMP-ANNUAL-SALARY        PIC 9(07)V99.
           05  EMP-FLSA-STATUS          PIC X(01).

       FD  PAYROLL-FILE-OUT
           RECORDING MODE IS F
           05  PAYROLL-EMP-DIF-HOURS    PIC 9(02)V99.
           05  PAYROLL-EMP-DIF-RATE     PIC 9V99.

       FD  FINAL-HOURS-FILE
           RECORDING MODE IS F
           DATA RECORD IS FINAL-HOURS-RECORD.
      * THE SAME PAYROLL-REC-IN IMAGE, TRAN TYPE F, WAITING FOR
      * FINPAYRB.  APPENDED TO, SO HOURS FROM SEVERAL CLOCK RUNS
      * BEFORE THE FINAL-PAY STEP ARE ALL KEPT.
       01 FINAL-HOURS-RECORD             PIC X(62).

       FD  SHIFT-CONTROL-FILE
           RECORDING MODE IS F
           DATA RECORD IS SHIFT-CONTROL-RECORD.
      * (NEAREST N MINUTES WITH THE STANDARD SPLIT), THE SHIFT
      * LENGTH IN MINUTES PAST WHICH AN UNPUNCHED MEAL IS DEDUCTED,
      * AND THE MEAL LENGTH DEDUCTED.
      * THEN THE ATTENDANCE RULES - MINUTES OF GRACE BEFORE A PUNCH
      * IS LATE OR EARLY AGAINST THE SCHEDULE, AND THE POINTS ONE
      * NO-SHOW COSTS.
      * THEN THE HOLIDAY RULES - DAYS FROM HIRE BEFORE A HOLIDAY IS
      * PAID, WHETHER THE SCHEDULED DAY BEFORE AND AFTER MUST BE
      * WORKED (Y/N), THE HOURS A HOLIDAY PAYS, AND THE MULTIPLE OF
      * STRAIGHT TIME PAID FOR HOURS WORKED ON THE HOLIDAY.
       01 TIME-CONTROL-RECORD.
           05  TMC-ROUND-MINUTES        PIC 9(02).
           05  TMC-MEAL-THRESHOLD       PIC 9(03).
           05  TMC-MEAL-MINUTES         PIC 9(02).
           05  TMC-GRACE-MINUTES        PIC 9(02).
           05  TMC-NOSHOW-POINTS        PIC 9V9.
           05  TMC-HOL-WAIT-DAYS        PIC 9(03).
           05  TMC-HOL-REQUIRE-WORK     PIC X(01).
           05  TMC-HOL-HOURS            PIC 9(02)V99.
           05  TMC-HOL-PREMIUM          PIC 9V99.

      * THE YEAR'S PAY DATES BY FREQUENCY (DATEFUNRB OUTPUT) - A
      * SALARIED EMPLOYEE WITHOUT PUNCHES IS ONLY PAID ON A DATE
      * THAT IS A PAYDAY FOR THEIR FREQUENCY.
       FD  PAY-CALENDAR-FILE
           RECORDING MODE IS F
           DATA RECORD IS PAY-CALENDAR-RECORD.
       01 PAY-CALENDAR-RECORD.
           05  PC-FREQUENCY             PIC X(01).
           05  PC-PAY-DATE              PIC X(08).

      * EACH EMPLOYEE'S WEEKLY SCHEDULE, SUNDAY THROUGH SATURDAY -
      * START AND END WALL TIMES (HHMM, END BEFORE START MEANS THE
      * SHIFT ENDS AFTER MIDNIGHT); A BLANK START IS A DAY OFF.
       FD  SCHEDULE-MASTER
           RECORDING MODE IS F
           DATA RECORD IS SCHEDULE-RECORD.
       01 SCHEDULE-RECORD.
           05  SCH-EMP-NUMBER           PIC X(06).
           05  SCH-DAY OCCURS 7 TIMES.
               10  SCH-START-TIME       PIC X(04).
               10  SCH-END-TIME         PIC X(04).

      * LEAVE REQUESTS IN LEAVRQRB'S LAYOUT - THE APPROVED ONES IT
      * IS HOLDING FOR THIS PERIOD AND TONIGHT'S NEW ONES, WHICH IT
      * HAS NOT SEEN YET.  A DAY THEY COVER IS NOT A NO-SHOW.
       FD  PENDING-LEAVE-FILE
           RECORDING MODE IS F
           DATA RECORD IS PENDING-LEAVE-RECORD.
       01 PENDING-LEAVE-RECORD.
           05  PLV-EMP-NUMBER           PIC X(06).
           05  FILLER                   PIC X(01).
           05  PLV-START-DATE           PIC X(08).
           05  FILLER                   PIC X(01).
           05  PLV-END-DATE             PIC X(08).
           05  FILLER                   PIC X(01).
           05  PLV-LEAVE-TYPE           PIC X(01).
           05  FILLER                   PIC X(05).

       FD  LEAVE-REQUESTS-IN
           RECORDING MODE IS F
           DATA RECORD IS LEAVE-REQUEST-RECORD.
       01 LEAVE-REQUEST-RECORD.
           05  LRQ-EMP-NUMBER           PIC X(06).
           05  FILLER                   PIC X(01).
           05  LRQ-START-DATE           PIC X(08).
           05  FILLER                   PIC X(01).
           05  LRQ-END-DATE             PIC X(08).
           05  FILLER                   PIC X(01).
           05  LRQ-LEAVE-TYPE           PIC X(01).
           05  FILLER                   PIC X(05).

      * RUNNING ATTENDANCE POINTS, ONE LINE PER EMPLOYEE - LOADED
      * WHOLE, POSTED, AND REWRITTEN WHOLE.  THE LAST PERIOD POSTED
      * KEEPS A RERUN FROM CHARGING THE SAME NO-SHOWS TWICE.
       FD  ATTENDANCE-POINTS-FILE
           RECORDING MODE IS F
           DATA RECORD IS ATTENDANCE-POINTS-RECORD.
       01 ATTENDANCE-POINTS-RECORD.
           05  PTS-EMP-NUMBER           PIC X(06).
           05  PTS-POINTS               PIC 9(03)V9.
           05  PTS-NOSHOW-COUNT         PIC 9(03).
           05  PTS-LAST-NOSHOW-DATE     PIC X(08).
           05  PTS-LAST-PERIOD-THRU     PIC X(08).

      * ONE LINE PER PAYROLL RECORD WRITTEN, WAITING ON THE
      * DEPARTMENT SUPERVISOR - SAME LAYOUT TIMAPRRB AND PAYRPTRB
      * READ.  STATUS P PENDING, A APPROVED, H HELD.
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

      * PAID MINUTES CHARGED TO AN ORDER, ONE LINE PER EMPLOYEE,
      * ORDER AND WORK DATE - LOADED WHOLE AND REWRITTEN WHOLE.
       FD  JOB-TIME-FILE
           RECORDING MODE IS F
           DATA RECORD IS JOB-TIME-RECORD.
       01 JOB-TIME-RECORD.
           05  JBT-EMP-NUMBER           PIC X(06).
           05  JBT-ORDER-NUMBER         PIC X(06).
           05  JBT-WORK-DATE            PIC 9(08).
           05  JBT-MINUTES              PIC 9(05).

       FD  EXCEPTION-LISTING
           RECORDING MODE IS F
                VALUE "C:\Users\Ryan\Desktop\SHIFTCTL.DAT".
           05 WS-TIME-CONTROL-PATH      PIC X(80)
                VALUE "C:\Users\Ryan\Desktop\TIMECTL.DAT".
           05 WS-FINAL-HOURS-PATH       PIC X(80)
                VALUE "C:\Users\Ryan\Desktop\FINALHRS.DAT".
           05 WS-PAY-CALENDAR-PATH      PIC X(80)
                VALUE "C:\Users\Ryan\Desktop\PAYCAL.DAT".
           05 WS-SCHEDULE-MASTER-PATH   PIC X(80)
                VALUE "C:\Users\Ryan\Desktop\SCHEDULE.DAT".
           05 WS-PENDING-LEAVE-PATH     PIC X(80)
                VALUE "C:\Users\Ryan\Desktop\LEAVEPND.DAT".
           05 WS-LEAVE-REQUESTS-PATH    PIC X(80)
                VALUE "C:\Users\Ryan\Desktop\LEAVEREQ.txt".
           05 WS-ATTENDANCE-POINTS-PATH PIC X(80)
                VALUE "C:\Users\Ryan\Desktop\ATTPOINTS.DAT".
           05 WS-TIME-APPROVAL-PATH     PIC X(80)
                VALUE "C:\Users\Ryan\Desktop\TIMEAPPR.DAT".
           05 WS-JOB-TIME-PATH          PIC X(80)
                VALUE "C:\Users\Ryan\Desktop\JOBTIME.DAT".
           05 WS-ENV-PATH-OVERRIDE      PIC X(80).

      * File status
           88 END-OF-SHIFT-CONTROL         VALUE "10".
        01 WS-TIME-CONTROL-STATUS       pic X(02).
           88 TIME-CONTROL-FILE-OK         VALUE "00".
        01 WS-FINAL-HOURS-STATUS        pic X(02).
           88 GOOD-FINAL-HOURS-WRITE       VALUE "00".
        01 WS-PAY-CALENDAR-STATUS       pic X(02).
           88 PAY-CALENDAR-FILE-OK         VALUE "00".
           88 END-OF-PAY-CALENDAR          VALUE "10".
        01 WS-SCHEDULE-MASTER-STATUS    pic X(02).
           88 SCHEDULE-MASTER-OK           VALUE "00".
           88 END-OF-SCHEDULE-MASTER       VALUE "10".
        01 WS-PENDING-LEAVE-STATUS      pic X(02).
           88 PENDING-LEAVE-OK             VALUE "00".
           88 END-OF-PENDING-LEAVE         VALUE "10".
        01 WS-LEAVE-REQUESTS-STATUS     pic X(02).
           88 LEAVE-REQUESTS-OK            VALUE "00".
           88 END-OF-LEAVE-REQUESTS        VALUE "10".
        01 WS-ATTENDANCE-POINTS-STATUS  pic X(02).
           88 ATTENDANCE-POINTS-OK         VALUE "00".
           88 END-OF-ATTENDANCE-POINTS     VALUE "10".
        01 WS-TIME-APPROVAL-STATUS      pic X(02).
           88 GOOD-TIME-APPROVAL-WRITE     VALUE "00".
        01 WS-JOB-TIME-STATUS           pic X(02).
           88 JOB-TIME-FILE-OK             VALUE "00".
           88 END-OF-JOB-TIME              VALUE "10".

      * HANDBOOK TIMEKEEPING RULES - DEFAULTS ARE THE QUARTER HOUR
      * WITH THE 7/8-MINUTE SPLIT AND A 30-MINUTE MEAL DEDUCTED FROM
              10 TABLE-DAY-DATE         PIC 9(08).
              10 TABLE-DAY-PAIRS        PIC 9(02).
              10 TABLE-DAY-MEAL-SW      PIC X(01).
      * THE DAY'S FIRST IN PUNCH AND LAST OUT PUNCH AS THE CLOCK
      * SAW THEM (NOT ROUNDED), THE OUT IN MINUTES FROM MIDNIGHT
      * STARTING THE DAY SO AN OVERNIGHT OUT COMPARES STRAIGHT;
      * -1 UNTIL AN OUT CLOSES A SHIFT.
              10 TABLE-DAY-FIRST-IN     PIC 9(04).
              10 TABLE-DAY-LAST-OUT     PIC S9(05).
      * PAID MINUTES OF THE SHIFTS THAT STARTED THIS DAY.
              10 TABLE-DAY-MINUTES      PIC 9(05).
        01 WS-DAY-EMP                   PIC X(06) VALUE SPACES.
        01 WS-DAY-DATE                  PIC 9(08) VALUE 0.
        01 WS-OUT-MINUTES               PIC S9(05) VALUE 0.

      * THE PAY DATE THE BUILT FILE IS FOR - REQUIRED, FROM THE
      * TIMCLKRB-PAY-DATE ENVIRONMENT VARIABLE (MMDDYY, THE SAME
              10 TABLE-EMP-PAY-RATE     PIC X(04).
              10 TABLE-EMP-PAY-FREQ     PIC X(01).
              10 TABLE-EMP-ALLOWANCES   PIC X(01).
              10 TABLE-EMP-PAY-TYPE     PIC X(01).
                 88 TABLE-EMP-SALARIED     VALUE "S".
              10 TABLE-EMP-SALARY       PIC 9(07)V99.
              10 TABLE-EMP-FLSA-STATUS  PIC X(01).
                 88 TABLE-EMP-NON-EXEMPT   VALUE "N".
              10 TABLE-EMP-PUNCHED-SW   PIC X(01).
                 88 TABLE-EMP-PUNCHED      VALUE "Y".
              10 TABLE-EMP-DEPT         PIC X(04).
              10 TABLE-EMP-HIRE-DATE    PIC X(08).
              10 TABLE-EMP-TERM-DATE    PIC X(08).
              10 TABLE-EMP-HOL-HOURS    PIC 9(03)V99.
              10 TABLE-EMP-HOL-PREMIUM  PIC 9(05)V99.

      * SALARIED RECORDS - THE RATE SENT IS SALARY / 2080, CAPPED AT
      * WHAT THE PAYROLL RECORD'S 99.99 RATE COLUMN HOLDS.  THE CAP
      * LIMITS ONLY WHAT THAT COLUMN SHOWS: PAYRPTRB FIGURES THE
      * SALARY AND ANY OVERTIME FROM THE MASTER, NOT FROM THIS RATE.
        01 WS-SALARY-RATE               PIC 9(04)V99 VALUE 0.
        01 WS-SALARIED-WRITTEN          PIC 9(05) VALUE 0.
        01 WS-PAY-DATE-CCYYMMDD         PIC X(08) VALUE SPACES.
        01 WS-PAYCAL-COUNT              PIC 9(03) VALUE 0.
        01 WS-PAYCAL-SUB                PIC 9(03) VALUE 0.
        01 WS-PAYCAL-TABLE.
           05 PAYCAL-TABLE-ENTRY OCCURS 0 TO 500 TIMES
                 DEPENDING ON WS-PAYCAL-COUNT.
              10 TABLE-PAYCAL-FREQ      PIC X(01).
              10 TABLE-PAYCAL-DATE      PIC X(08).

      * PER-EMPLOYEE SHIFT TOTALS, IN MINUTES, ACCUMULATED AS THE
      * PUNCH PAIRS CLOSE.
              10 TABLE-PND-EMP          PIC X(06).
              10 TABLE-PND-DATE         PIC 9(08).
              10 TABLE-PND-TIME         PIC 9(04).
              10 TABLE-PND-RAW-TIME     PIC 9(04).
              10 TABLE-PND-ORDER        PIC X(06).
        01 WS-PENDING-DATE              PIC 9(08) VALUE 0.
        01 WS-PENDING-TIME              PIC 9(04) VALUE 0.
        01 WS-PENDING-TIME-SPLIT REDEFINES WS-PENDING-TIME.
        01 WS-DIF-HOURS                 PIC 9(03)V99 VALUE 0.
        01 WS-DIF-RATE                  PIC 9V99 VALUE 0.

      * ATTENDANCE RULES - DEFAULTS ARE FIVE MINUTES' GRACE AND ONE
      * POINT PER NO-SHOW; TIMECTL.DAT OVERRIDES.
        01 WS-GRACE-MINUTES             PIC 9(02) VALUE 5.
        01 WS-NOSHOW-POINTS             PIC 9V9 VALUE 1.0.

      * HOLIDAY RULES - DEFAULTS ARE A 90-DAY WAIT FROM HIRE, THE
      * DAY BEFORE AND AFTER REQUIRED, EIGHT HOURS PER HOLIDAY, AND
      * TIME AND A HALF FOR WORKING IT; TIMECTL.DAT OVERRIDES.
        01 WS-HOL-WAIT-DAYS             PIC 9(03) VALUE 90.
        01 WS-HOL-REQUIRE-WORK          PIC X(01) VALUE "Y".
           88 HOL-NEEDS-ADJACENT-DAYS      VALUE "Y".
        01 WS-HOL-HOURS                 PIC 9(02)V99 VALUE 8.00.
        01 WS-HOL-PREMIUM               PIC 9V99 VALUE 1.50.

      * THE HOLIDAYS FALLING INSIDE THE PERIOD.
        01 WS-HOLIDAY-COUNT             PIC 9(02) VALUE 0.
        01 WS-HOL-SUB                   PIC 9(02) VALUE 0.
        01 WS-HOLIDAY-TABLE.
           05 TABLE-HOL-DATE OCCURS 20 TIMES PIC 9(08).
        01 WS-HOL-EMP-RATE              PIC 9(02)V99 VALUE 0.
        01 WS-HOL-STEP                  PIC S9(01) VALUE 0.
        01 WS-ADJ-INTEGER               PIC 9(07) VALUE 0.
        01 WS-ADJ-TRIES                 PIC 9(02) VALUE 0.
        01 WS-ADJ-DATE                  PIC 9(08) VALUE 0.
        01 WS-ADJ-WEEKDAY               PIC 9(01) VALUE 0.
        01 WS-ADJ-FOUND-SW              PIC X(01) VALUE "N".
           88 ADJACENT-DAY-FOUND           VALUE "Y".
        01 WS-ADJ-WORKED-SW             PIC X(01) VALUE "N".
           88 ADJACENT-DAY-WORKED          VALUE "Y".
        01 WS-HOLIDAYS-PAID             PIC 9(05) VALUE 0.
        01 WS-HOLIDAY-PREMIUMS          PIC 9(05) VALUE 0.

      * THE DAYS THE PUNCH FILE COVERS.  THE PRE-PASS PICKS UP THE
      * FIRST AND LAST PUNCH DATES; THE ENVIRONMENT CAN NAME THEM.
        01 WS-PERIOD-FROM               PIC 9(08) VALUE 0.
        01 WS-PERIOD-THRU               PIC 9(08) VALUE 0.
        01 WS-PERIOD-THRU-X REDEFINES WS-PERIOD-THRU PIC X(08).
        01 WS-CHECK-DATE                PIC 9(08) VALUE 0.
        01 WS-CHECK-DATE-X REDEFINES WS-CHECK-DATE PIC X(08).
        01 WS-CHECK-INTEGER             PIC 9(07) VALUE 0.
        01 WS-THRU-INTEGER              PIC 9(07) VALUE 0.
        01 WS-WEEKDAY                   PIC 9(01) VALUE 0.
        COPY "DATEFUN.cpy".

      * SCHEDULE MASTER TABLE - LOADED AT STARTUP.  DAY 1 IS SUNDAY.
        01 WS-SCHEDULE-COUNT            PIC 9(04) VALUE 0.
        01 WS-SCH-SUB                   PIC 9(04) VALUE 0.
        01 WS-SCHEDULE-TABLE.
           05 SCHEDULE-TABLE-ENTRY OCCURS 0 TO 5000 TIMES
                 DEPENDING ON WS-SCHEDULE-COUNT.
              10 TABLE-SCH-EMP          PIC X(06).
              10 TABLE-SCH-DAY OCCURS 7 TIMES.
                 15 TABLE-SCH-START     PIC X(04).
                 15 TABLE-SCH-END       PIC X(04).
        01 WS-SCHED-START               PIC 9(04) VALUE 0.
        01 WS-SCHED-START-SPLIT REDEFINES WS-SCHED-START.
           05 WS-SCHED-START-HH         PIC 9(02).
           05 WS-SCHED-START-MM         PIC 9(02).
        01 WS-SCHED-END                 PIC 9(04) VALUE 0.
        01 WS-SCHED-END-SPLIT REDEFINES WS-SCHED-END.
           05 WS-SCHED-END-HH           PIC 9(02).
           05 WS-SCHED-END-MM           PIC 9(02).
        01 WS-SCHED-START-MIN           PIC S9(05) VALUE 0.
        01 WS-SCHED-END-MIN             PIC S9(05) VALUE 0.
        01 WS-FIRST-IN                  PIC 9(04) VALUE 0.
        01 WS-FIRST-IN-SPLIT REDEFINES WS-FIRST-IN.
           05 WS-FIRST-IN-HH            PIC 9(02).
           05 WS-FIRST-IN-MM            PIC 9(02).
        01 WS-FIRST-IN-MIN              PIC S9(05) VALUE 0.
        01 WS-SCHEDULED-SW              PIC X(01) VALUE "N".
           88 SCHEDULED-TO-WORK            VALUE "Y".
        01 WS-EXCUSED-SW                PIC X(01) VALUE "N".
           88 DAY-IS-EXCUSED               VALUE "Y".

      * LEAVE ON FILE - EMPLOYEE AND DATE RANGE ONLY.
        01 WS-LEAVE-COUNT               PIC 9(04) VALUE 0.
        01 WS-LEAVE-SUB                 PIC 9(04) VALUE 0.
        01 WS-LEAVE-TABLE.
           05 LEAVE-TABLE-ENTRY OCCURS 0 TO 2000 TIMES
                 DEPENDING ON WS-LEAVE-COUNT.
              10 TABLE-LV-EMP           PIC X(06).
              10 TABLE-LV-START         PIC X(08).
              10 TABLE-LV-END           PIC X(08).
              10 TABLE-LV-TYPE          PIC X(01).

      * ATTENDANCE EXCEPTIONS, LISTED AFTER THE PUNCH EXCEPTIONS.
      * THE DEPARTMENT LEADS THE SORT KEY SO A STRAIGHT ENTRY-SWAP
      * BUBBLE GROUPS EACH SUPERVISOR'S PEOPLE TOGETHER.
        01 WS-ATT-COUNT                 PIC 9(04) VALUE 0.
        01 WS-ATT-SUB                   PIC 9(04) VALUE 0.
        01 WS-ATT-TABLE.
           05 ATT-TABLE-ENTRY OCCURS 0 TO 3000 TIMES
                 DEPENDING ON WS-ATT-COUNT.
              10 ATT-SORT-KEY.
                 15 ATT-DEPT            PIC X(04).
                 15 ATT-EMP             PIC X(06).
                 15 ATT-DATE            PIC X(08).
              10 ATT-NAME               PIC X(20).
              10 ATT-SCHED-START        PIC X(04).
              10 ATT-SCHED-END          PIC X(04).
              10 ATT-ACTUAL-IN          PIC X(04).
              10 ATT-ACTUAL-OUT         PIC X(04).
              10 ATT-REASON             PIC X(20).
        01 WS-ATT-SWAP                  PIC X(74) VALUE SPACES.
        01 WS-SORT-LIMIT                PIC 9(04) VALUE 0.
        01 WS-SWAPPED-SW                PIC X(01) VALUE "N".
           88 A-SWAP-HAPPENED              VALUE "Y".
        01 WS-ATT-REASON                PIC X(20) VALUE SPACES.
        01 WS-ATT-PREV-DEPT             PIC X(04) VALUE SPACES.
        01 WS-ACTUAL-OUT                PIC 9(04) VALUE 0.
        01 WS-ACTUAL-OUT-SPLIT REDEFINES WS-ACTUAL-OUT.
           05 WS-ACTUAL-OUT-HH          PIC 9(02).
           05 WS-ACTUAL-OUT-MM          PIC 9(02).
        01 WS-EMP-NOSHOWS               PIC 9(03) VALUE 0.
        01 WS-EMP-LAST-NOSHOW           PIC X(08) VALUE SPACES.

      * RUNNING ATTENDANCE POINTS, LOADED WHOLE AND REWRITTEN WHOLE.
        01 WS-POINTS-COUNT              PIC 9(04) VALUE 0.
        01 WS-PTS-SUB                   PIC 9(04) VALUE 0.
        01 WS-POINTS-TABLE.
           05 POINTS-TABLE-ENTRY OCCURS 0 TO 5000 TIMES
                 DEPENDING ON WS-POINTS-COUNT.
              10 TABLE-PTS-EMP          PIC X(06).
              10 TABLE-PTS-POINTS       PIC 9(03)V9.
              10 TABLE-PTS-NOSHOWS      PIC 9(03).
              10 TABLE-PTS-LAST-NOSHOW  PIC X(08).
              10 TABLE-PTS-LAST-THRU    PIC X(08).

      * JOB-TIME CHARGES - EARLIER PERIODS' LINES AS LOADED, THEN
      * THIS RUN'S CHARGES ADDED AS THE SHIFTS CLOSE.
        01 WS-JOB-TIME-COUNT            PIC 9(05) VALUE 0.
        01 WS-JBT-SUB                   PIC 9(05) VALUE 0.
        01 WS-JOB-TIME-TABLE.
           05 JOB-TIME-TABLE-ENTRY OCCURS 0 TO 20000 TIMES
                 DEPENDING ON WS-JOB-TIME-COUNT.
              10 TABLE-JBT-EMP          PIC X(06).
              10 TABLE-JBT-ORDER        PIC X(06).
              10 TABLE-JBT-DATE         PIC 9(08).
              10 TABLE-JBT-MINUTES      PIC 9(05).
        01 WS-JOB-ORDER                 PIC X(06) VALUE SPACES.
        01 WS-JOB-CHARGES               PIC 9(05) VALUE 0.
        01 WS-JOB-LINES-REPLACED        PIC 9(05) VALUE 0.

      * HOURS SENT FOR APPROVAL, LISTED BY DEPARTMENT AFTER THE
      * ATTENDANCE EXCEPTIONS FOR THE SUPERVISORS TO CHECK.
        01 WS-HRS-COUNT                 PIC 9(04) VALUE 0.
        01 WS-HRS-SUB                   PIC 9(04) VALUE 0.
        01 WS-HRS-TABLE.
           05 HRS-TABLE-ENTRY OCCURS 0 TO 5000 TIMES
                 DEPENDING ON WS-HRS-COUNT.
              10 HRS-SORT-KEY.
                 15 HRS-DEPT            PIC X(04).
                 15 HRS-EMP             PIC X(06).
              10 HRS-NAME               PIC X(20).
              10 HRS-PAY-TYPE           PIC X(01).
              10 HRS-WORKED             PIC 9(02)V99.
              10 HRS-HOLIDAY            PIC 9(02)V99.
              10 HRS-DIFFERENTIAL       PIC 9(02)V99.
        01 WS-HRS-SWAP                  PIC X(43) VALUE SPACES.
        01 WS-HRS-PREV-DEPT             PIC X(04) VALUE SPACES.
        01 WS-HRS-DEPT-PEOPLE           PIC 9(04) VALUE 0.
        01 WS-HRS-DEPT-WORKED           PIC 9(05)V99 VALUE 0.
        01 WS-HRS-DEPT-HOLIDAY          PIC 9(05)V99 VALUE 0.
        01 WS-HRS-DEPT-DIF              PIC 9(05)V99 VALUE 0.
        01 WS-SENT-FOR-APPROVAL         PIC 9(05) VALUE 0.

      * RUN COUNTERS
        01 WS-PUNCHES-READ              PIC 9(06) VALUE 0.
        01 WS-ATTENDANCE-EXCEPTIONS     PIC 9(05) VALUE 0.
        01 WS-NOSHOWS-FOUND             PIC 9(05) VALUE 0.
        01 WS-NOSHOWS-POSTED            PIC 9(05) VALUE 0.
        01 WS-EMPLOYEES-CHECKED         PIC 9(05) VALUE 0.

      * CONTROL-TOTAL TRAILER VERIFICATION - WHAT THE PRE-PASS
      * COUNTED AGAINST WHAT THE TRAILER CLAIMS.
        01 WS-TRL-FOUND-SW              PIC X(01) VALUE "N".
           88 TRAILER-WAS-FOUND            VALUE "Y".
        01 WS-RECORDS-WRITTEN           PIC 9(05) VALUE 0.
        01 WS-FINAL-HOURS-HELD          PIC 9(05) VALUE 0.
        01 WS-EXCEPTION-COUNT           PIC 9(05) VALUE 0.
        01 WS-EXCEPTION-REASON          PIC X(25) VALUE SPACES.
        01 WS-RUN-DATE                  PIC X(08).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 DTL-REASON             PIC X(25).

       01  SECTION-HDG-ATTENDANCE.
           05 FILLER                 PIC X(01) VALUE SPACE.
           05 FILLER                 PIC X(09) VALUE SPACES.
           05 FILLER                 PIC X(45)
              VALUE "ATTENDANCE EXCEPTIONS BY DEPARTMENT".
           05 FILLER                 PIC X(78) VALUE SPACES.
       01  SECTION-HDG-ATT-COLUMNS.
           05 FILLER                 PIC X(01) VALUE SPACE.
           05 FILLER                 PIC X(09) VALUE SPACES.
           05 FILLER                 PIC X(06) VALUE "DEPT".
           05 FILLER                 PIC X(09) VALUE "EMP. NUM ".
           05 FILLER                 PIC X(22) VALUE "NAME".
           05 FILLER                 PIC X(10) VALUE "DATE".
           05 FILLER                 PIC X(11) VALUE "SCHEDULED".
           05 FILLER                 PIC X(11) VALUE "ACTUAL".
           05 FILLER                 PIC X(20) VALUE "EXCEPTION".

       01  DETAIL-LINE-ATTENDANCE.
           05 ATL-CC                 PIC X(01) VALUE SPACE.
           05 FILLER                 PIC X(09) VALUE SPACES.
           05 ATL-DEPT               PIC X(04).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 ATL-EMP-NUM            PIC X(06).
           05 FILLER                 PIC X(03) VALUE SPACES.
           05 ATL-EMP-NAME           PIC X(20).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 ATL-DATE               PIC X(08).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 ATL-SCHED-START        PIC X(04).
           05 ATL-SCHED-DASH         PIC X(01).
           05 ATL-SCHED-END          PIC X(04).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 ATL-ACTUAL-IN          PIC X(04).
           05 ATL-ACTUAL-DASH        PIC X(01).
           05 ATL-ACTUAL-OUT         PIC X(04).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 ATL-REASON             PIC X(20).

       01  SECTION-HDG-HOURS.
           05 FILLER                 PIC X(01) VALUE SPACE.
           05 FILLER                 PIC X(09) VALUE SPACES.
           05 FILLER                 PIC X(55)
              VALUE "HOURS BY DEPARTMENT - FOR SUPERVISOR APPROVAL".
           05 FILLER                 PIC X(68) VALUE SPACES.
       01  SECTION-HDG-HRS-COLUMNS.
           05 FILLER                 PIC X(01) VALUE SPACE.
           05 FILLER                 PIC X(09) VALUE SPACES.
           05 FILLER                 PIC X(06) VALUE "DEPT".
           05 FILLER                 PIC X(09) VALUE "EMP. NUM ".
           05 FILLER                 PIC X(23) VALUE "NAME".
           05 FILLER                 PIC X(04) VALUE "TYPE".
           05 FILLER                 PIC X(11) VALUE "  WORKED".
           05 FILLER                 PIC X(11) VALUE " HOLIDAY".
           05 FILLER                 PIC X(11) VALUE "SHFT DIF".
           05 FILLER                 PIC X(10) VALUE "STATUS".

       01  DETAIL-LINE-HOURS.
           05 HRL-CC                 PIC X(01) VALUE SPACE.
           05 FILLER                 PIC X(09) VALUE SPACES.
           05 HRL-DEPT               PIC X(04).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 HRL-EMP-NUM            PIC X(06).
           05 FILLER                 PIC X(03) VALUE SPACES.
           05 HRL-EMP-NAME           PIC X(20).
           05 FILLER                 PIC X(03) VALUE SPACES.
           05 HRL-PAY-TYPE           PIC X(01).
           05 FILLER                 PIC X(03) VALUE SPACES.
           05 HRL-WORKED             PIC Z,ZZ9.99.
           05 FILLER                 PIC X(03) VALUE SPACES.
           05 HRL-HOLIDAY            PIC Z,ZZ9.99.
           05 FILLER                 PIC X(03) VALUE SPACES.
           05 HRL-DIFFERENTIAL       PIC Z,ZZ9.99.
           05 FILLER                 PIC X(03) VALUE SPACES.
           05 HRL-STATUS             PIC X(25).

       01  DEPT-TOTAL-LINE-HOURS.
           05 FILLER                 PIC X(01) VALUE SPACE.
           05 FILLER                 PIC X(09) VALUE SPACES.
           05 HDT-DEPT               PIC X(04).
           05 FILLER                 PIC X(07) VALUE " TOTAL ".
           05 HDT-PEOPLE             PIC Z,ZZ9.
           05 FILLER                 PIC X(26) VALUE " EMPLOYEES".
           05 HDT-WORKED             PIC Z,ZZ9.99.
           05 FILLER                 PIC X(03) VALUE SPACES.
           05 HDT-HOLIDAY            PIC Z,ZZ9.99.
           05 FILLER                 PIC X(03) VALUE SPACES.
           05 HDT-DIFFERENTIAL       PIC Z,ZZ9.99.
           05 FILLER                 PIC X(03) VALUE SPACES.
           05 FILLER                 PIC X(25)
              VALUE "APPROVE IN TIMAPRRB".

       01  TOTALS-LINE.
           05 TOTAL-LINE-CC          PIC X(01) VALUE SPACE.
           05 FILLER                 PIC X(09) VALUE SPACES.
           05 FILLER                 PIC X(05) VALUE SPACES.
           05 FILLER                 PIC X(12) VALUE "EXCEPTIONS: ".
           05 TOTAL-EXCEPTIONS       PIC ZZ,ZZ9.
           05 FILLER                 PIC X(05) VALUE SPACES.
           05 FILLER                 PIC X(12) VALUE "ATTENDANCE: ".
           05 TOTAL-ATTENDANCE       PIC ZZ,ZZ9.
           05 FILLER                 PIC X(05) VALUE SPACES.
           05 FILLER                 PIC X(10) VALUE "NO-SHOWS: ".
           05 TOTAL-NOSHOWS          PIC ZZ,ZZ9.

       01  DETAIL-LINE-LINE.
           05 FILLER                 PIC X(10) VALUE SPACES.
              PERFORM 3700-LIST-UNCLOSED-IN
           END-PERFORM.

           PERFORM 4000-FIGURE-HOLIDAY-PAY.
           PERFORM 5000-WRITE-PAYROLL-RECORDS.
           PERFORM 6000-CHECK-ATTENDANCE.
           PERFORM 6900-WRITE-POINTS-FILE.
           PERFORM 6950-WRITE-JOB-TIME-FILE.
           PERFORM 7600-LIST-ATTENDANCE-BY-DEPT THRU 7600-EXIT.
           PERFORM 7800-LIST-HOURS-BY-DEPT THRU 7800-EXIT.
           perform 9000-CREATE-LISTING-TOTAL-LINE.

           display "PUNCHES READ:                " WS-PUNCHES-READ.
           display "PAYROLL RECORDS WRITTEN:     " WS-RECORDS-WRITTEN.
           display "PUNCH EXCEPTIONS:            " WS-EXCEPTION-COUNT.
           display "HELD FOR FINAL PAY:          " WS-FINAL-HOURS-HELD.
           display "SALARIED WITHOUT PUNCHES:    " WS-SALARIED-WRITTEN.
           display "SENT FOR APPROVAL:           " WS-SENT-FOR-APPROVAL.
           display "HOLIDAYS IN PERIOD:          " WS-HOLIDAY-COUNT.
           display "HOLIDAYS PAID / PREMIUMS:    " WS-HOLIDAYS-PAID
               " / " WS-HOLIDAY-PREMIUMS.
           display "SCHEDULED EMPLOYEES CHECKED: "
               WS-EMPLOYEES-CHECKED.
           display "ATTENDANCE EXCEPTIONS:       "
               WS-ATTENDANCE-EXCEPTIONS.
           display "NO-SHOWS / POINTS POSTED:    " WS-NOSHOWS-FOUND
               " / " WS-NOSHOWS-POSTED.
           display "SHIFTS CHARGED TO ORDERS:    " WS-JOB-CHARGES.

           PERFORM 9900-WRITE-AUDIT-RECORD.

           close PUNCH-FILE-IN
                 PAYROLL-FILE-OUT
                 FINAL-HOURS-FILE
                 EXCEPTION-LISTING
                 TIME-APPROVAL-FILE
                 AUDIT-TRAIL-FILE.

           GOBACK.
           IF WS-ENV-PATH-OVERRIDE NOT = SPACES
              MOVE WS-ENV-PATH-OVERRIDE TO WS-AUDIT-TRAIL-PATH
           END-IF.
           ACCEPT WS-ENV-PATH-OVERRIDE FROM ENVIRONMENT
                  "TIMCLKRB-FINAL-HOURS".
           IF WS-ENV-PATH-OVERRIDE NOT = SPACES
              MOVE WS-ENV-PATH-OVERRIDE TO WS-FINAL-HOURS-PATH
           END-IF.
           ACCEPT WS-ENV-PATH-OVERRIDE FROM ENVIRONMENT
                  "TIMCLKRB-PAY-CALENDAR".
           IF WS-ENV-PATH-OVERRIDE NOT = SPACES
              MOVE WS-ENV-PATH-OVERRIDE TO WS-PAY-CALENDAR-PATH
           END-IF.
           ACCEPT WS-ENV-PATH-OVERRIDE FROM ENVIRONMENT
                  "TIMCLKRB-SCHEDULE-MASTER".
           IF WS-ENV-PATH-OVERRIDE NOT = SPACES
              MOVE WS-ENV-PATH-OVERRIDE TO WS-SCHEDULE-MASTER-PATH
           END-IF.
           ACCEPT WS-ENV-PATH-OVERRIDE FROM ENVIRONMENT
                  "TIMCLKRB-PENDING-LEAVE".
           IF WS-ENV-PATH-OVERRIDE NOT = SPACES
              MOVE WS-ENV-PATH-OVERRIDE TO WS-PENDING-LEAVE-PATH
           END-IF.
           ACCEPT WS-ENV-PATH-OVERRIDE FROM ENVIRONMENT
                  "TIMCLKRB-LEAVE-REQUESTS".
           IF WS-ENV-PATH-OVERRIDE NOT = SPACES
              MOVE WS-ENV-PATH-OVERRIDE TO WS-LEAVE-REQUESTS-PATH
           END-IF.
           ACCEPT WS-ENV-PATH-OVERRIDE FROM ENVIRONMENT
                  "TIMCLKRB-ATTENDANCE-POINTS".
           IF WS-ENV-PATH-OVERRIDE NOT = SPACES
              MOVE WS-ENV-PATH-OVERRIDE TO WS-ATTENDANCE-POINTS-PATH
           END-IF.
           ACCEPT WS-ENV-PATH-OVERRIDE FROM ENVIRONMENT
                  "TIMCLKRB-TIME-APPROVAL".
           IF WS-ENV-PATH-OVERRIDE NOT = SPACES
              MOVE WS-ENV-PATH-OVERRIDE TO WS-TIME-APPROVAL-PATH
           END-IF.
           ACCEPT WS-ENV-PATH-OVERRIDE FROM ENVIRONMENT
                  "TIMCLKRB-JOB-TIME".
           IF WS-ENV-PATH-OVERRIDE NOT = SPACES
              MOVE WS-ENV-PATH-OVERRIDE TO WS-JOB-TIME-PATH
           END-IF.

       1000-INITIALIZE.
           PERFORM 0500-GET-FILE-PATHS.
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN OUTPUT TIME-APPROVAL-FILE.
           IF NOT GOOD-TIME-APPROVAL-WRITE
              DISPLAY "TIMCLKRB: UNABLE TO OPEN TIME-APPROVAL-FILE, "
                  "STATUS = " WS-TIME-APPROVAL-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN OUTPUT EXCEPTION-LISTING.
           OPEN EXTEND FINAL-HOURS-FILE.
           IF NOT GOOD-FINAL-HOURS-WRITE
              CLOSE FINAL-HOURS-FILE
              OPEN OUTPUT FINAL-HOURS-FILE
           END-IF.
           OPEN EXTEND AUDIT-TRAIL-FILE.
           IF NOT GOOD-AUDIT-TRAIL-WRITE
              CLOSE AUDIT-TRAIL-FILE
           PERFORM 1500-LOAD-EMPLOYEE-TABLE.
           PERFORM 1600-LOAD-SHIFT-WINDOWS.
           PERFORM 1700-LOAD-TIME-CONTROL.
           PERFORM 1800-LOAD-PAY-CALENDAR.
           PERFORM 1900-LOAD-SCHEDULES.
           PERFORM 1950-LOAD-LEAVE.
           PERFORM 1980-LOAD-ATTENDANCE-POINTS.
           PERFORM 1990-LOAD-JOB-TIME.
           PERFORM 8000-WRITE-HEADINGS.

       1100-VERIFY-INBOUND-TRAILER.
                          MOVE PCH-TIME TO WS-PUNCH-TIME
                          ADD WS-PUNCH-TIME TO WS-TRL-TIME-HASH
                       END-IF
                       IF PCH-DATE IS NUMERIC
                          PERFORM 1120-WIDEN-PERIOD
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE PUNCH-FILE-IN.
           MOVE SPACES TO WS-PUNCH-FILE-IN-STATUS.
           OPEN INPUT PUNCH-FILE-IN.
           ACCEPT WS-ENV-PATH-OVERRIDE FROM ENVIRONMENT
                  "TIMCLKRB-PERIOD-FROM".
           IF WS-ENV-PATH-OVERRIDE (1:8) IS NUMERIC
              MOVE WS-ENV-PATH-OVERRIDE (1:8) TO WS-PERIOD-FROM
           END-IF.
           ACCEPT WS-ENV-PATH-OVERRIDE FROM ENVIRONMENT
                  "TIMCLKRB-PERIOD-THRU".
           IF WS-ENV-PATH-OVERRIDE (1:8) IS NUMERIC
              MOVE WS-ENV-PATH-OVERRIDE (1:8) TO WS-PERIOD-THRU
           END-IF.

       1120-WIDEN-PERIOD.
           MOVE PCH-DATE TO WS-CHECK-DATE-X.
           IF WS-PERIOD-FROM = 0 OR WS-CHECK-DATE < WS-PERIOD-FROM
              MOVE WS-CHECK-DATE TO WS-PERIOD-FROM
           END-IF.
           IF WS-CHECK-DATE > WS-PERIOD-THRU
              MOVE WS-CHECK-DATE TO WS-PERIOD-THRU
           END-IF.

       1150-CHECK-TRAILER-TOTALS.
           IF PCH-TRL-COUNT NOT NUMERIC
                            TABLE-EMP-PAY-FREQ (WS-EMPLOYEE-COUNT)
                       MOVE EMP-FED-ALLOWANCES TO
                            TABLE-EMP-ALLOWANCES (WS-EMPLOYEE-COUNT)
                       MOVE EMP-PAY-TYPE TO
                            TABLE-EMP-PAY-TYPE (WS-EMPLOYEE-COUNT)
                       IF EMP-ANNUAL-SALARY NUMERIC
                          MOVE EMP-ANNUAL-SALARY TO
                               TABLE-EMP-SALARY (WS-EMPLOYEE-COUNT)
                       ELSE
                          MOVE 0 TO
                               TABLE-EMP-SALARY (WS-EMPLOYEE-COUNT)
                       END-IF
                       MOVE EMP-FLSA-STATUS TO
                            TABLE-EMP-FLSA-STATUS (WS-EMPLOYEE-COUNT)
                       MOVE "N" TO
                            TABLE-EMP-PUNCHED-SW (WS-EMPLOYEE-COUNT)
                       MOVE EMP-DEPT TO
                            TABLE-EMP-DEPT (WS-EMPLOYEE-COUNT)
                       MOVE EMP-HIRE-DATE TO
                            TABLE-EMP-HIRE-DATE (WS-EMPLOYEE-COUNT)
                       MOVE EMP-TERM-DATE TO
                            TABLE-EMP-TERM-DATE (WS-EMPLOYEE-COUNT)
                       MOVE 0 TO
                            TABLE-EMP-HOL-HOURS (WS-EMPLOYEE-COUNT)
                       MOVE 0 TO
                            TABLE-EMP-HOL-PREMIUM (WS-EMPLOYEE-COUNT)
                 END-READ
              END-PERFORM
              CLOSE EMPLOYEE-MASTER
                    IF TMC-MEAL-MINUTES IS NUMERIC
                       MOVE TMC-MEAL-MINUTES TO WS-MEAL-MINUTES
                    END-IF
                    IF TMC-GRACE-MINUTES IS NUMERIC
                       MOVE TMC-GRACE-MINUTES TO WS-GRACE-MINUTES
                    END-IF
                    IF TMC-NOSHOW-POINTS IS NUMERIC
                       MOVE TMC-NOSHOW-POINTS TO WS-NOSHOW-POINTS
                    END-IF
                    IF TMC-HOL-WAIT-DAYS IS NUMERIC
                       MOVE TMC-HOL-WAIT-DAYS TO WS-HOL-WAIT-DAYS
                    END-IF
                    IF TMC-HOL-REQUIRE-WORK = "Y" OR "N"
                       MOVE TMC-HOL-REQUIRE-WORK
                         TO WS-HOL-REQUIRE-WORK
                    END-IF
                    IF TMC-HOL-HOURS IS NUMERIC
                       MOVE TMC-HOL-HOURS TO WS-HOL-HOURS
                    END-IF
                    IF TMC-HOL-PREMIUM IS NUMERIC
                       AND TMC-HOL-PREMIUM NOT < 1
                       MOVE TMC-HOL-PREMIUM TO WS-HOL-PREMIUM
                    END-IF
              END-READ
              CLOSE TIME-CONTROL-FILE
           END-IF.

       1800-LOAD-PAY-CALENDAR.
      * A MISSING CALENDAR LEAVES THE COUNT AT ZERO AND EVERY RUN IS
      * TREATED AS A PAYDAY FOR EVERY FREQUENCY, AS PAYRPTRB DOES.
           MOVE "20"              TO WS-PAY-DATE-CCYYMMDD (1:2).
           MOVE WS-PAY-DATE (5:2) TO WS-PAY-DATE-CCYYMMDD (3:2).
           MOVE WS-PAY-DATE (1:4) TO WS-PAY-DATE-CCYYMMDD (5:4).
           OPEN INPUT PAY-CALENDAR-FILE.
           IF PAY-CALENDAR-FILE-OK
              PERFORM UNTIL END-OF-PAY-CALENDAR
                       OR WS-PAYCAL-COUNT = 500
                 READ PAY-CALENDAR-FILE
                    AT END
                       SET END-OF-PAY-CALENDAR TO TRUE
                    NOT AT END
                       ADD 1 TO WS-PAYCAL-COUNT
                       MOVE PC-FREQUENCY TO
                            TABLE-PAYCAL-FREQ (WS-PAYCAL-COUNT)
                       MOVE PC-PAY-DATE TO
                            TABLE-PAYCAL-DATE (WS-PAYCAL-COUNT)
                 END-READ
              END-PERFORM
              CLOSE PAY-CALENDAR-FILE
           END-IF.

       1900-LOAD-SCHEDULES.
      * NO SCHEDULE MASTER MEANS NOBODY IS CHECKED FOR ATTENDANCE -
      * THE PUNCHES STILL PAY.
           OPEN INPUT SCHEDULE-MASTER.
           IF SCHEDULE-MASTER-OK
              PERFORM UNTIL END-OF-SCHEDULE-MASTER
                 READ SCHEDULE-MASTER
                    AT END
                       SET END-OF-SCHEDULE-MASTER TO TRUE
                    NOT AT END
                       IF WS-SCHEDULE-COUNT = 5000
                          DISPLAY "TIMCLKRB: SCHEDULE TABLE CEILING "
                              "(5000) REACHED - RUN STOPPED"
                          MOVE 16 TO RETURN-CODE
                          GOBACK
                       END-IF
                       ADD 1 TO WS-SCHEDULE-COUNT
                       MOVE SCHEDULE-RECORD TO
                            SCHEDULE-TABLE-ENTRY (WS-SCHEDULE-COUNT)
                 END-READ
              END-PERFORM
              CLOSE SCHEDULE-MASTER
           ELSE
              DISPLAY "TIMCLKRB: NO SCHEDULE MASTER - ATTENDANCE "
                  "NOT CHECKED"
           END-IF.

       1950-LOAD-LEAVE.
      * EITHER LEAVE FILE MAY BE MISSING ON A GIVEN NIGHT.
           OPEN INPUT PENDING-LEAVE-FILE.
           IF PENDING-LEAVE-OK
              PERFORM UNTIL END-OF-PENDING-LEAVE
                 READ PENDING-LEAVE-FILE
                    AT END
                       SET END-OF-PENDING-LEAVE TO TRUE
                    NOT AT END
                       IF WS-LEAVE-COUNT < 2000
                          ADD 1 TO WS-LEAVE-COUNT
                          MOVE PLV-EMP-NUMBER TO
                               TABLE-LV-EMP (WS-LEAVE-COUNT)
                          MOVE PLV-START-DATE TO
                               TABLE-LV-START (WS-LEAVE-COUNT)
                          MOVE PLV-END-DATE TO
                               TABLE-LV-END (WS-LEAVE-COUNT)
                          MOVE PLV-LEAVE-TYPE TO
                               TABLE-LV-TYPE (WS-LEAVE-COUNT)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE PENDING-LEAVE-FILE
           END-IF.
           OPEN INPUT LEAVE-REQUESTS-IN.
           IF LEAVE-REQUESTS-OK
              PERFORM UNTIL END-OF-LEAVE-REQUESTS
                 READ LEAVE-REQUESTS-IN
                    AT END
                       SET END-OF-LEAVE-REQUESTS TO TRUE
                    NOT AT END
                       IF WS-LEAVE-COUNT < 2000
                          ADD 1 TO WS-LEAVE-COUNT
                          MOVE LRQ-EMP-NUMBER TO
                               TABLE-LV-EMP (WS-LEAVE-COUNT)
                          MOVE LRQ-START-DATE TO
                               TABLE-LV-START (WS-LEAVE-COUNT)
                          MOVE LRQ-END-DATE TO
                               TABLE-LV-END (WS-LEAVE-COUNT)
                          MOVE LRQ-LEAVE-TYPE TO
                               TABLE-LV-TYPE (WS-LEAVE-COUNT)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE LEAVE-REQUESTS-IN
           END-IF.

       1980-LOAD-ATTENDANCE-POINTS.
      * THE FIRST RUN HAS NO POINTS FILE - EVERYONE STARTS AT ZERO.
           OPEN INPUT ATTENDANCE-POINTS-FILE.
           IF ATTENDANCE-POINTS-OK
              PERFORM UNTIL END-OF-ATTENDANCE-POINTS
                 READ ATTENDANCE-POINTS-FILE
                    AT END
                       SET END-OF-ATTENDANCE-POINTS TO TRUE
                    NOT AT END
                       IF WS-POINTS-COUNT = 5000
                          DISPLAY "TIMCLKRB: POINTS TABLE CEILING "
                              "(5000) REACHED - RUN STOPPED"
                          MOVE 16 TO RETURN-CODE
                          GOBACK
                       END-IF
                       ADD 1 TO WS-POINTS-COUNT
                       MOVE ATTENDANCE-POINTS-RECORD TO
                            POINTS-TABLE-ENTRY (WS-POINTS-COUNT)
                 END-READ
              END-PERFORM
              CLOSE ATTENDANCE-POINTS-FILE
           END-IF.

       1990-LOAD-JOB-TIME.
      * KEEP EVERY EARLIER CHARGE; ONE DATED INSIDE THIS RUN'S PERIOD
      * IS DROPPED, SINCE THE PUNCHES ABOUT TO BE PAIRED REPLACE IT.
      * THE FIRST RUN HAS NO FILE.
           OPEN INPUT JOB-TIME-FILE.
           IF JOB-TIME-FILE-OK
              PERFORM UNTIL END-OF-JOB-TIME
                 READ JOB-TIME-FILE
                    AT END
                       SET END-OF-JOB-TIME TO TRUE
                    NOT AT END
                       IF JBT-WORK-DATE NOT < WS-PERIOD-FROM
                          AND JBT-WORK-DATE NOT > WS-PERIOD-THRU
                          ADD 1 TO WS-JOB-LINES-REPLACED
                       ELSE
                          IF WS-JOB-TIME-COUNT = 20000
                             DISPLAY "TIMCLKRB: JOB-TIME TABLE "
                                 "CEILING (20000) REACHED - RUN "
                                 "STOPPED"
                             MOVE 16 TO RETURN-CODE
                             GOBACK
                          END-IF
                          ADD 1 TO WS-JOB-TIME-COUNT
                          MOVE JOB-TIME-RECORD TO
                               JOB-TIME-TABLE-ENTRY (WS-JOB-TIME-COUNT)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE JOB-TIME-FILE
           END-IF.

       2100-ROUND-PUNCH-TIME.
      * ROUND WS-ROUND-TIME TO THE NEAREST INCREMENT - UNDER HALF
      * THE INCREMENT ROUNDS DOWN, HALF OR MORE ROUNDS UP (THE
              MOVE PCH-TIME TO WS-ROUND-TIME
              PERFORM 2100-ROUND-PUNCH-TIME
              MOVE WS-ROUND-TIME TO TABLE-PND-TIME (WS-PENDING-COUNT)
              MOVE PCH-TIME TO TABLE-PND-RAW-TIME (WS-PENDING-COUNT)
              MOVE PCH-ORDER-NUMBER TO
                   TABLE-PND-ORDER (WS-PENDING-COUNT)
              MOVE PCH-EMP-NUMBER TO WS-DAY-EMP
              MOVE PCH-DATE       TO WS-DAY-DATE
              PERFORM 3460-FIND-DAY-ENTRY
              IF TABLE-PND-RAW-TIME (WS-PENDING-COUNT) <
                 TABLE-DAY-FIRST-IN (WS-DAYPAIR-SUB)
                 MOVE TABLE-PND-RAW-TIME (WS-PENDING-COUNT)
                   TO TABLE-DAY-FIRST-IN (WS-DAYPAIR-SUB)
              END-IF
           END-IF.

       3250-FIND-PENDING-IN.
                 PERFORM 7000-LIST-EXCEPTION
              ELSE
                 PERFORM 3450-APPLY-MEAL-RULE
                 ADD WS-SHIFT-MINUTES TO
                     TABLE-DAY-MINUTES (WS-DAYPAIR-SUB)
                 PERFORM 3470-NOTE-LAST-OUT
                 PERFORM 3500-ADD-SHIFT-TO-TOTALS
                 PERFORM 3480-CHARGE-JOB-TIME
              END-IF
              PERFORM 3600-DROP-PENDING-IN
           END-IF.
      * A SECOND PAIR THE SAME DAY MEANS A REAL LUNCH PUNCH EXISTS -
      * NOTHING IS DOCKED, THE SHIFT IS FLAGGED INSTEAD, AND A MEAL
      * ALREADY AUTO-DEDUCTED FROM THE EARLIER PAIR IS PUT BACK.
           MOVE PCH-EMP-NUMBER TO WS-DAY-EMP.
           MOVE TABLE-PND-DATE (WS-PENDING-SUB) TO WS-DAY-DATE.
           PERFORM 3460-FIND-DAY-ENTRY.
           IF TABLE-DAY-PAIRS (WS-DAYPAIR-SUB) = 0
              IF WS-SHIFT-MINUTES > WS-MEAL-THRESHOLD
                 SUBTRACT WS-MEAL-MINUTES FROM WS-SHIFT-MINUTES
           END-IF.
           ADD 1 TO TABLE-DAY-PAIRS (WS-DAYPAIR-SUB).

       3460-FIND-DAY-ENTRY.
      * FIND (OR START) THE DAY ROW FOR WS-DAY-EMP ON WS-DAY-DATE.
           PERFORM VARYING WS-DAYPAIR-SUB FROM 1 BY 1
              UNTIL WS-DAYPAIR-SUB > WS-DAYPAIR-COUNT
                 OR (TABLE-DAY-EMP (WS-DAYPAIR-SUB) = WS-DAY-EMP
                     AND TABLE-DAY-DATE (WS-DAYPAIR-SUB) =
                         WS-DAY-DATE)
           END-PERFORM.
           IF WS-DAYPAIR-SUB > WS-DAYPAIR-COUNT
              IF WS-DAYPAIR-COUNT = 5000
                 DISPLAY "TIMCLKRB: DAY-PAIR TABLE CEILING (5000) "
                     "REACHED - RUN STOPPED"
                 MOVE 16 TO RETURN-CODE
                 GOBACK
              END-IF
              ADD 1 TO WS-DAYPAIR-COUNT
              MOVE WS-DAYPAIR-COUNT TO WS-DAYPAIR-SUB
              MOVE WS-DAY-EMP  TO TABLE-DAY-EMP (WS-DAYPAIR-SUB)
              MOVE WS-DAY-DATE TO TABLE-DAY-DATE (WS-DAYPAIR-SUB)
              MOVE 0    TO TABLE-DAY-PAIRS (WS-DAYPAIR-SUB)
              MOVE "N"  TO TABLE-DAY-MEAL-SW (WS-DAYPAIR-SUB)
              MOVE 9999 TO TABLE-DAY-FIRST-IN (WS-DAYPAIR-SUB)
              MOVE -1   TO TABLE-DAY-LAST-OUT (WS-DAYPAIR-SUB)
              MOVE 0    TO TABLE-DAY-MINUTES (WS-DAYPAIR-SUB)
           END-IF.

       3470-NOTE-LAST-OUT.
      * KEEP THE LATEST OUT AGAINST THE DAY THE SHIFT STARTED.
           MOVE PCH-TIME TO WS-ACTUAL-OUT.
           COMPUTE WS-OUT-MINUTES =
               (FUNCTION INTEGER-OF-DATE (FUNCTION NUMVAL (PCH-DATE))
                - FUNCTION INTEGER-OF-DATE (WS-PENDING-DATE)) * 1440
               + (WS-ACTUAL-OUT-HH * 60) + WS-ACTUAL-OUT-MM.
           IF WS-OUT-MINUTES > TABLE-DAY-LAST-OUT (WS-DAYPAIR-SUB)
              MOVE WS-OUT-MINUTES TO TABLE-DAY-LAST-OUT (WS-DAYPAIR-SUB)
           END-IF.

       3480-CHARGE-JOB-TIME.
      * THE ORDER KEYED ON THE IN PUNCH, OR FAILING THAT ON THE OUT.
      * THE SHIFT'S MINUTES GO TO THE DAY IT STARTED, FOLDED INTO
      * ANY EARLIER CHARGE TO THE SAME ORDER THAT DAY.
           MOVE TABLE-PND-ORDER (WS-PENDING-SUB) TO WS-JOB-ORDER.
           IF WS-JOB-ORDER = SPACES
              MOVE PCH-ORDER-NUMBER TO WS-JOB-ORDER
           END-IF.
           IF WS-JOB-ORDER NOT = SPACES
              PERFORM VARYING WS-JBT-SUB FROM 1 BY 1
                 UNTIL WS-JBT-SUB > WS-JOB-TIME-COUNT
                    OR (TABLE-JBT-EMP (WS-JBT-SUB) = PCH-EMP-NUMBER
                        AND TABLE-JBT-ORDER (WS-JBT-SUB) =
                            WS-JOB-ORDER
                        AND TABLE-JBT-DATE (WS-JBT-SUB) =
                            WS-PENDING-DATE)
              END-PERFORM
              IF WS-JBT-SUB > WS-JOB-TIME-COUNT
                 IF WS-JOB-TIME-COUNT = 20000
                    DISPLAY "TIMCLKRB: JOB-TIME TABLE CEILING "
                        "(20000) REACHED - RUN STOPPED"
                    MOVE 16 TO RETURN-CODE
                    GOBACK
                 END-IF
                 ADD 1 TO WS-JOB-TIME-COUNT
                 MOVE WS-JOB-TIME-COUNT TO WS-JBT-SUB
                 MOVE PCH-EMP-NUMBER  TO TABLE-JBT-EMP (WS-JBT-SUB)
                 MOVE WS-JOB-ORDER    TO TABLE-JBT-ORDER (WS-JBT-SUB)
                 MOVE WS-PENDING-DATE TO TABLE-JBT-DATE (WS-JBT-SUB)
                 MOVE 0 TO TABLE-JBT-MINUTES (WS-JBT-SUB)
              END-IF
              ADD WS-SHIFT-MINUTES TO TABLE-JBT-MINUTES (WS-JBT-SUB)
              ADD 1 TO WS-JOB-CHARGES
           END-IF.

       3600-DROP-PENDING-IN.
      * CLOSE THE GAP BY SHIFTING EVERY ENTRY PAST THE CLOSED ONE
      * DOWN A SLOT.
           PERFORM 7500-WRITE-LISTING-LINE.
           ADD 1 TO WS-EXCEPTION-COUNT.

       4000-FIGURE-HOLIDAY-PAY.
      * FIND THE PERIOD'S HOLIDAYS, THEN EARN EACH ACTIVE HOURLY
      * EMPLOYEE THEIR HOLIDAY HOURS AND ANY WORKED-HOLIDAY PREMIUM
      * BEFORE THE PAYROLL RECORDS GO OUT.
           MOVE 0 TO WS-HOLIDAY-COUNT.
           IF WS-PERIOD-FROM > 0
              AND WS-PERIOD-THRU NOT < WS-PERIOD-FROM
              COMPUTE WS-THRU-INTEGER =
                  FUNCTION INTEGER-OF-DATE (WS-PERIOD-THRU)
              PERFORM VARYING WS-CHECK-INTEGER FROM
                      FUNCTION INTEGER-OF-DATE (WS-PERIOD-FROM) BY 1
                 UNTIL WS-CHECK-INTEGER > WS-THRU-INTEGER
                 PERFORM 4050-NOTE-HOLIDAY
              END-PERFORM
           END-IF.
           IF WS-HOLIDAY-COUNT > 0
              DISPLAY "TIMCLKRB: " WS-HOLIDAY-COUNT
                  " HOLIDAY(S) IN PERIOD " WS-PERIOD-FROM
                  " THRU " WS-PERIOD-THRU
              PERFORM VARYING WS-EMP-SUB FROM 1 BY 1
                 UNTIL WS-EMP-SUB > WS-EMPLOYEE-COUNT
                 PERFORM 4100-HOLIDAY-ONE-EMPLOYEE THRU 4100-EXIT
              END-PERFORM
           END-IF.

       4050-NOTE-HOLIDAY.
           COMPUTE WS-CHECK-DATE =
               FUNCTION DATE-OF-INTEGER (WS-CHECK-INTEGER).
           MOVE "H"           TO DFN-FUNCTION-CODE.
           MOVE WS-CHECK-DATE TO DFN-DATE-1.
           CALL "DATESRVRB" USING DATEFUN-PARMS.
           IF DFN-OK AND DFN-ANSWER-YES AND WS-HOLIDAY-COUNT < 20
              ADD 1 TO WS-HOLIDAY-COUNT
              MOVE WS-CHECK-DATE TO TABLE-HOL-DATE (WS-HOLIDAY-COUNT)
           END-IF.

       4100-HOLIDAY-ONE-EMPLOYEE.
      * A TERMINATED EMPLOYEE'S LAST HOURS GO THROUGH FINAL PAY, AND
      * A SALARY ALREADY COVERS THE HOLIDAY.  NO RATE ON THE MASTER
      * IS LISTED BY 5100 WHEN THE RECORD IS BUILT.
           IF TABLE-EMP-STATUS (WS-EMP-SUB) = "T"
              OR TABLE-EMP-SALARIED (WS-EMP-SUB)
              OR TABLE-EMP-PAY-RATE (WS-EMP-SUB) NOT NUMERIC
              GO TO 4100-EXIT
           END-IF.
           COMPUTE WS-HOL-EMP-RATE = FUNCTION NUMVAL
               (TABLE-EMP-PAY-RATE (WS-EMP-SUB)) / 100.
           PERFORM VARYING WS-SCH-SUB FROM 1 BY 1
              UNTIL WS-SCH-SUB > WS-SCHEDULE-COUNT
                 OR TABLE-SCH-EMP (WS-SCH-SUB) =
                    TABLE-EMP-NUMBER (WS-EMP-SUB)
           END-PERFORM.
           PERFORM VARYING WS-HOL-SUB FROM 1 BY 1
              UNTIL WS-HOL-SUB > WS-HOLIDAY-COUNT
              PERFORM 4200-HOLIDAY-ONE-DAY THRU 4200-EXIT
           END-PERFORM.
      * HOLIDAY HOURS FOR SOMEONE WITH NO PUNCHES THIS PERIOD HAVE
      * NO RECORD TO RIDE ON - KEYED BY HAND, SAME AS A LEAVE-ONLY
      * WEEK.
           IF TABLE-EMP-HOL-HOURS (WS-EMP-SUB) > 0
              PERFORM VARYING WS-TOTALS-SUB FROM 1 BY 1
                 UNTIL WS-TOTALS-SUB > WS-TOTALS-COUNT
                    OR TABLE-TOT-EMP-NUMBER (WS-TOTALS-SUB) =
                       TABLE-EMP-NUMBER (WS-EMP-SUB)
              END-PERFORM
              IF WS-TOTALS-SUB > WS-TOTALS-COUNT
                 MOVE 0 TO TABLE-EMP-HOL-HOURS (WS-EMP-SUB)
                 MOVE SPACES TO WS-CHECK-DATE-X
                 MOVE "HOL ONLY - KEY BY HAND" TO WS-EXCEPTION-REASON
                 PERFORM 4400-LIST-HOLIDAY-EXCEPTION
              END-IF
           END-IF.
       4100-EXIT.
           EXIT.

       4200-HOLIDAY-ONE-DAY.
           MOVE TABLE-HOL-DATE (WS-HOL-SUB) TO WS-CHECK-DATE.
           COMPUTE WS-CHECK-INTEGER =
               FUNCTION INTEGER-OF-DATE (WS-CHECK-DATE).
           IF TABLE-EMP-HIRE-DATE (WS-EMP-SUB) IS NUMERIC
              AND TABLE-EMP-HIRE-DATE (WS-EMP-SUB) > WS-CHECK-DATE-X
              GO TO 4200-EXIT
           END-IF.
           IF TABLE-EMP-TERM-DATE (WS-EMP-SUB) IS NUMERIC
              AND TABLE-EMP-TERM-DATE (WS-EMP-SUB) NOT = "00000000"
              AND TABLE-EMP-TERM-DATE (WS-EMP-SUB) < WS-CHECK-DATE-X
              GO TO 4200-EXIT
           END-IF.
      * WORKING THE HOLIDAY EARNS THE PREMIUM WHETHER OR NOT THE
      * HOLIDAY ITSELF IS PAID.  THE HOURS ARE ALREADY IN THE
      * STRAIGHT-TIME TOTAL, SO ONLY THE PART ABOVE STRAIGHT TIME
      * IS ADDED.
           MOVE TABLE-EMP-NUMBER (WS-EMP-SUB) TO WS-DAY-EMP.
           MOVE WS-CHECK-DATE                 TO WS-DAY-DATE.
           PERFORM VARYING WS-DAYPAIR-SUB FROM 1 BY 1
              UNTIL WS-DAYPAIR-SUB > WS-DAYPAIR-COUNT
                 OR (TABLE-DAY-EMP (WS-DAYPAIR-SUB) = WS-DAY-EMP
                     AND TABLE-DAY-DATE (WS-DAYPAIR-SUB) =
                         WS-DAY-DATE)
           END-PERFORM.
           IF WS-DAYPAIR-SUB NOT > WS-DAYPAIR-COUNT
              AND TABLE-DAY-MINUTES (WS-DAYPAIR-SUB) > 0
              AND WS-HOL-PREMIUM > 1
              COMPUTE TABLE-EMP-HOL-PREMIUM (WS-EMP-SUB) ROUNDED =
                  TABLE-EMP-HOL-PREMIUM (WS-EMP-SUB)
                  + (TABLE-DAY-MINUTES (WS-DAYPAIR-SUB) / 60
                     * WS-HOL-EMP-RATE * (WS-HOL-PREMIUM - 1))
              ADD 1 TO WS-HOLIDAY-PREMIUMS
           END-IF.
      * A HOLIDAY ALREADY TAKEN ON A LEAVE REQUEST IS MERGED INTO
      * THE HOL BUCKET BY LEAVRQRB - NOT PAID TWICE.
           PERFORM VARYING WS-LEAVE-SUB FROM 1 BY 1
              UNTIL WS-LEAVE-SUB > WS-LEAVE-COUNT
                 OR (TABLE-LV-EMP (WS-LEAVE-SUB) = WS-DAY-EMP
                     AND TABLE-LV-TYPE (WS-LEAVE-SUB) = "H"
                     AND TABLE-LV-START (WS-LEAVE-SUB) NOT >
                         WS-CHECK-DATE-X
                     AND TABLE-LV-END (WS-LEAVE-SUB) NOT <
                         WS-CHECK-DATE-X)
           END-PERFORM.
           IF WS-LEAVE-SUB NOT > WS-LEAVE-COUNT
              MOVE "HOL - FROM LEAVE REQUEST" TO WS-EXCEPTION-REASON
              PERFORM 4400-LIST-HOLIDAY-EXCEPTION
              GO TO 4200-EXIT
           END-IF.
           IF TABLE-EMP-HIRE-DATE (WS-EMP-SUB) IS NUMERIC
              AND FUNCTION INTEGER-OF-DATE (FUNCTION NUMVAL
                  (TABLE-EMP-HIRE-DATE (WS-EMP-SUB)))
                  + WS-HOL-WAIT-DAYS > WS-CHECK-INTEGER
              MOVE "HOL - IN WAITING PERIOD" TO WS-EXCEPTION-REASON
              PERFORM 4400-LIST-HOLIDAY-EXCEPTION
              GO TO 4200-EXIT
           END-IF.
           IF HOL-NEEDS-ADJACENT-DAYS
              MOVE -1 TO WS-HOL-STEP
              PERFORM 4300-CHECK-ADJACENT-DAY
              IF NOT ADJACENT-DAY-WORKED
                 MOVE "HOL - MISSED DAY BEFORE" TO WS-EXCEPTION-REASON
                 PERFORM 4400-LIST-HOLIDAY-EXCEPTION
                 GO TO 4200-EXIT
              END-IF
              MOVE 1 TO WS-HOL-STEP
              PERFORM 4300-CHECK-ADJACENT-DAY
              IF NOT ADJACENT-DAY-WORKED
                 MOVE "HOL - MISSED DAY AFTER" TO WS-EXCEPTION-REASON
                 PERFORM 4400-LIST-HOLIDAY-EXCEPTION
                 GO TO 4200-EXIT
              END-IF
           END-IF.
           ADD WS-HOL-HOURS TO TABLE-EMP-HOL-HOURS (WS-EMP-SUB).
           ADD 1 TO WS-HOLIDAYS-PAID.
       4200-EXIT.
           EXIT.

       4300-CHECK-ADJACENT-DAY.
      * STEP FROM THE HOLIDAY (WS-HOL-STEP DAYS AT A TIME) TO THE
      * NEAREST DAY THE EMPLOYEE WAS DUE IN - A SCHEDULED DAY THAT
      * IS NOT ITSELF A HOLIDAY, OR THE NEAREST BUSINESS DAY WHEN
      * THERE IS NO SCHEDULE - AND SEE WHETHER THEY PUNCHED THAT
      * DAY.  A SCHEDULE WITH NO WORKDAYS, OR A DAY OUTSIDE THE
      * PERIOD, COUNTS AS WORKED.
           MOVE WS-CHECK-INTEGER TO WS-ADJ-INTEGER.
           MOVE 0   TO WS-ADJ-TRIES.
           MOVE "N" TO WS-ADJ-FOUND-SW.
           PERFORM UNTIL ADJACENT-DAY-FOUND OR WS-ADJ-TRIES = 14
              ADD WS-HOL-STEP TO WS-ADJ-INTEGER
              ADD 1 TO WS-ADJ-TRIES
              COMPUTE WS-ADJ-DATE =
                  FUNCTION DATE-OF-INTEGER (WS-ADJ-INTEGER)
              MOVE WS-ADJ-DATE TO DFN-DATE-1
              IF WS-SCH-SUB > WS-SCHEDULE-COUNT
                 MOVE "B" TO DFN-FUNCTION-CODE
                 CALL "DATESRVRB" USING DATEFUN-PARMS
                 IF DFN-OK AND DFN-ANSWER-YES
                    SET ADJACENT-DAY-FOUND TO TRUE
                 END-IF
              ELSE
                 COMPUTE WS-ADJ-WEEKDAY =
                     FUNCTION MOD (WS-ADJ-INTEGER, 7) + 1
                 IF TABLE-SCH-START (WS-SCH-SUB, WS-ADJ-WEEKDAY)
                    IS NUMERIC
                    MOVE "H" TO DFN-FUNCTION-CODE
                    CALL "DATESRVRB" USING DATEFUN-PARMS
                    IF NOT (DFN-OK AND DFN-ANSWER-YES)
                       SET ADJACENT-DAY-FOUND TO TRUE
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.
           SET ADJACENT-DAY-WORKED TO TRUE.
           IF ADJACENT-DAY-FOUND
              AND WS-ADJ-DATE NOT < WS-PERIOD-FROM
              AND WS-ADJ-DATE NOT > WS-PERIOD-THRU
              PERFORM VARYING WS-DAYPAIR-SUB FROM 1 BY 1
                 UNTIL WS-DAYPAIR-SUB > WS-DAYPAIR-COUNT
                    OR (TABLE-DAY-EMP (WS-DAYPAIR-SUB) = WS-DAY-EMP
                        AND TABLE-DAY-DATE (WS-DAYPAIR-SUB) =
                            WS-ADJ-DATE)
              END-PERFORM
              IF WS-DAYPAIR-SUB > WS-DAYPAIR-COUNT
                 MOVE "N" TO WS-ADJ-WORKED-SW
              END-IF
           END-IF.

       4400-LIST-HOLIDAY-EXCEPTION.
           MOVE SPACES               TO DETAIL-LINE-EXCEPTION.
           MOVE SPACE                TO DTL-CC.
           MOVE TABLE-EMP-NUMBER (WS-EMP-SUB) TO DTL-EMP-NUM.
           MOVE WS-CHECK-DATE-X      TO DTL-PUNCH-DATE.
           MOVE WS-EXCEPTION-REASON  TO DTL-REASON.
           PERFORM 7500-WRITE-LISTING-LINE.
           ADD 1 TO WS-EXCEPTION-COUNT.

       5000-WRITE-PAYROLL-RECORDS.
      * ONE READY-TO-RUN PAYROLL RECORD PER EMPLOYEE WITH PAIRED
      * HOURS.  EMPLOYEES MISSING FROM THE MASTER, WITH NO RATE ON
      * THE MASTER, OR WITH MORE HOURS THAN THE PAYROLL FIELD HOLDS
      * GO TO THE EXCEPTION LISTING INSTEAD OF THE OUTPUT FILE.  A
      * TERMINATED EMPLOYEE'S RECORD IS BUILT THE SAME WAY BUT HELD
      * ON THE FINAL-HOURS FILE FOR THE FINAL CHECK.  EVERY ACTIVE
      * SALARIED EMPLOYEE WHO NEVER PUNCHED STILL GETS A RECORD SO
      * THEIR SALARY IS PAID WITHOUT ANYONE KEYING HOURS.
           PERFORM VARYING WS-TOTALS-SUB FROM 1 BY 1
              UNTIL WS-TOTALS-SUB > WS-TOTALS-COUNT
              PERFORM 5100-WRITE-ONE-EMPLOYEE
           END-PERFORM.
           PERFORM VARYING WS-EMP-SUB FROM 1 BY 1
              UNTIL WS-EMP-SUB > WS-EMPLOYEE-COUNT
              IF TABLE-EMP-SALARIED (WS-EMP-SUB)
                 AND NOT TABLE-EMP-PUNCHED (WS-EMP-SUB)
                 AND TABLE-EMP-STATUS (WS-EMP-SUB) NOT = "T"
                 PERFORM 5300-WRITE-SALARIED-NO-PUNCH THRU 5300-EXIT
              END-IF
           END-PERFORM.

       5100-WRITE-ONE-EMPLOYEE.
           PERFORM VARYING WS-EMP-SUB FROM 1 BY 1
              WHEN WS-EMP-SUB > WS-EMPLOYEE-COUNT
                 MOVE "EMPLOYEE NOT ON MASTER" TO WS-EXCEPTION-REASON
                 PERFORM 7100-LIST-EMPLOYEE-EXCEPTION
              WHEN TABLE-EMP-SALARIED (WS-EMP-SUB)
                   AND TABLE-EMP-SALARY (WS-EMP-SUB) = 0
                 MOVE "NO SALARY ON MASTER" TO WS-EXCEPTION-REASON
                 PERFORM 7100-LIST-EMPLOYEE-EXCEPTION
              WHEN NOT TABLE-EMP-SALARIED (WS-EMP-SUB)
                   AND (TABLE-EMP-PAY-RATE (WS-EMP-SUB) NOT NUMERIC
                OR FUNCTION NUMVAL (TABLE-EMP-PAY-RATE (WS-EMP-SUB))
                   = 0)
                 MOVE "NO PAY RATE ON MASTER" TO WS-EXCEPTION-REASON
                 PERFORM 7100-LIST-EMPLOYEE-EXCEPTION
              WHEN WS-SHIFT-HOURS > 99.99
                   AND (NOT TABLE-EMP-SALARIED (WS-EMP-SUB)
                        OR TABLE-EMP-NON-EXEMPT (WS-EMP-SUB))
                 MOVE "HOURS EXCEED PAY FIELD" TO WS-EXCEPTION-REASON
                 PERFORM 7100-LIST-EMPLOYEE-EXCEPTION
              WHEN OTHER
                 MOVE "Y" TO TABLE-EMP-PUNCHED-SW (WS-EMP-SUB)
                 MOVE WS-PAY-DATE TO PAYROLL-PAY-DATE
                 MOVE TABLE-TOT-EMP-NUMBER (WS-TOTALS-SUB)
                   TO PAYROLL-EMP-NUMBER
                 IF TABLE-EMP-SALARIED (WS-EMP-SUB)
                    PERFORM 5150-SET-SALARY-RATE
                 ELSE
                    MOVE WS-SHIFT-HOURS TO PAYROLL-EMP-HOURS
                    COMPUTE PAYROLL-EMP-RATE = FUNCTION NUMVAL
                        (TABLE-EMP-PAY-RATE (WS-EMP-SUB)) / 100
                 END-IF
      * MASTERS WRITTEN BEFORE THE ALLOWANCE FIELD EXISTED CARRY A
      * SPACE THERE - SEND ZERO ALLOWANCES RATHER THAN A BLANK BYTE
      * INTO A NUMERIC COLUMN:
                 MOVE 0 TO PAYROLL-EMP-VAC-HOURS
                 MOVE 0 TO PAYROLL-EMP-SIC-HOURS
                 MOVE 0 TO PAYROLL-EMP-HOL-HOURS
                 IF NOT TABLE-EMP-SALARIED (WS-EMP-SUB)
                    PERFORM 5120-ADD-HOLIDAY-PAY
                 END-IF
                 COMPUTE WS-DIF-HOURS ROUNDED =
                     TABLE-TOT-DIF-MINUTES (WS-TOTALS-SUB) / 60
                 IF WS-DIF-HOURS > 0
                    MOVE 0 TO PAYROLL-EMP-DIF-HOURS
                    MOVE 0 TO PAYROLL-EMP-DIF-RATE
                 END-IF
      * AN EXEMPT SALARIED EMPLOYEE'S SALARY COVERS EVERY HOUR, SO
      * NO HOURS OR SHIFT PREMIUM GO FORWARD FOR THEM:
                 IF TABLE-EMP-SALARIED (WS-EMP-SUB)
                    AND NOT TABLE-EMP-NON-EXEMPT (WS-EMP-SUB)
                    MOVE 0 TO PAYROLL-EMP-HOURS
                    MOVE 0 TO PAYROLL-EMP-DIF-HOURS
                    MOVE 0 TO PAYROLL-EMP-DIF-RATE
                 END-IF
                 IF TABLE-EMP-STATUS (WS-EMP-SUB) = "T"
                    PERFORM 5200-HOLD-FINAL-HOURS
                 ELSE
                    WRITE PAYROLL-REC-IN
                    IF GOOD-PAYROLL-FILE-WRITE
                       ADD 1 TO WS-RECORDS-WRITTEN
                       PERFORM 5400-SEND-FOR-APPROVAL
                    ELSE
                       DISPLAY "BAD WRITE - FILE STATUS: "
                           WS-PAYROLL-FILE-OUT-STATUS
                    END-IF
                 END-IF
           END-EVALUATE.

       5120-ADD-HOLIDAY-PAY.
      * THE HOLIDAY HOURS 4000 EARNED GO IN THE HOL BUCKET; THE
      * PREMIUM FOR WORKING ONE RIDES THE ADJ FIELDS AS REASON HP.
           IF TABLE-EMP-HOL-HOURS (WS-EMP-SUB) > 99.99
              MOVE 99.99 TO PAYROLL-EMP-HOL-HOURS
           ELSE
              MOVE TABLE-EMP-HOL-HOURS (WS-EMP-SUB)
                TO PAYROLL-EMP-HOL-HOURS
           END-IF.
           IF TABLE-EMP-HOL-PREMIUM (WS-EMP-SUB) > 0
              MOVE "+"  TO PAYROLL-ADJ-SIGN
              MOVE TABLE-EMP-HOL-PREMIUM (WS-EMP-SUB)
                TO PAYROLL-ADJ-AMOUNT
              MOVE "HP" TO PAYROLL-ADJ-REASON
           END-IF.

       5150-SET-SALARY-RATE.
      * A NON-EXEMPT SALARIED EMPLOYEE'S HOURS GO FORWARD FOR
      * OVERTIME; THE RATE IS THE SALARY'S HOURLY EQUIVALENT.
           IF TABLE-EMP-NON-EXEMPT (WS-EMP-SUB)
              MOVE WS-SHIFT-HOURS TO PAYROLL-EMP-HOURS
           ELSE
              MOVE 0 TO PAYROLL-EMP-HOURS
           END-IF.
           COMPUTE WS-SALARY-RATE ROUNDED =
               TABLE-EMP-SALARY (WS-EMP-SUB) / 2080.
           IF WS-SALARY-RATE > 99.99
              MOVE 99.99 TO WS-SALARY-RATE
           END-IF.
           IF WS-SALARY-RATE = 0
              MOVE .01 TO WS-SALARY-RATE
           END-IF.
           MOVE WS-SALARY-RATE TO PAYROLL-EMP-RATE.

       5300-WRITE-SALARIED-NO-PUNCH.
      * NO PUNCHES, NO HOURS - JUST THE SALARY, WHICH PAYRPTRB
      * FIGURES AND PRORATES FROM THE MASTER.  SKIPPED QUIETLY WHEN
      * TONIGHT'S PAY DATE IS NOT A PAYDAY FOR THE EMPLOYEE'S
      * FREQUENCY (A MONTHLY SALARY ON A WEEKLY RUN).
           IF TABLE-EMP-PAY-FREQ (WS-EMP-SUB) = SPACE
              MOVE "W" TO PAYROLL-EMP-FREQUENCY
           ELSE
              MOVE TABLE-EMP-PAY-FREQ (WS-EMP-SUB)
                TO PAYROLL-EMP-FREQUENCY
           END-IF.
           IF WS-PAYCAL-COUNT > 0
              PERFORM VARYING WS-PAYCAL-SUB FROM 1 BY 1
                 UNTIL WS-PAYCAL-SUB > WS-PAYCAL-COUNT
                    OR (TABLE-PAYCAL-FREQ (WS-PAYCAL-SUB) =
                        PAYROLL-EMP-FREQUENCY
                        AND TABLE-PAYCAL-DATE (WS-PAYCAL-SUB) =
                            WS-PAY-DATE-CCYYMMDD)
              END-PERFORM
              IF WS-PAYCAL-SUB > WS-PAYCAL-COUNT
                 GO TO 5300-EXIT
              END-IF
           END-IF.
           IF TABLE-EMP-SALARY (WS-EMP-SUB) = 0
              MOVE SPACES               TO DETAIL-LINE-EXCEPTION
              MOVE TABLE-EMP-NUMBER (WS-EMP-SUB) TO DTL-EMP-NUM
              MOVE "NO SALARY ON MASTER" TO DTL-REASON
              PERFORM 7500-WRITE-LISTING-LINE
              ADD 1 TO WS-EXCEPTION-COUNT
           ELSE
              MOVE WS-PAY-DATE TO PAYROLL-PAY-DATE
              MOVE TABLE-EMP-NUMBER (WS-EMP-SUB) TO PAYROLL-EMP-NUMBER
              MOVE 0 TO WS-SHIFT-HOURS
              PERFORM 5150-SET-SALARY-RATE
              IF TABLE-EMP-ALLOWANCES (WS-EMP-SUB) IS NUMERIC
                 MOVE TABLE-EMP-ALLOWANCES (WS-EMP-SUB)
                   TO PAYROLL-EMP-DEDUCTIONS
              ELSE
                 MOVE "0" TO PAYROLL-EMP-DEDUCTIONS
              END-IF
              MOVE 0 TO PAYROLL-EMP-PRETAX
              MOVE 0 TO PAYROLL-EMP-POSTTAX
              MOVE "N" TO PAYROLL-TRAN-TYPE
              MOVE SPACE TO PAYROLL-ADJ-SIGN
              MOVE 0 TO PAYROLL-ADJ-AMOUNT
              MOVE SPACES TO PAYROLL-ADJ-REASON
              MOVE 0 TO PAYROLL-EMP-VAC-HOURS
              MOVE 0 TO PAYROLL-EMP-SIC-HOURS
              MOVE 0 TO PAYROLL-EMP-HOL-HOURS
              MOVE 0 TO PAYROLL-EMP-DIF-HOURS
              MOVE 0 TO PAYROLL-EMP-DIF-RATE
              WRITE PAYROLL-REC-IN
              IF GOOD-PAYROLL-FILE-WRITE
                 ADD 1 TO WS-RECORDS-WRITTEN
                 ADD 1 TO WS-SALARIED-WRITTEN
                 PERFORM 5400-SEND-FOR-APPROVAL
              ELSE
                 DISPLAY "BAD WRITE - FILE STATUS: "
                     WS-PAYROLL-FILE-OUT-STATUS
              END-IF
           END-IF.

       5300-EXIT.
           EXIT.

       5200-HOLD-FINAL-HOURS.
      * THE LAST PUNCHES OF A TERMINATED EMPLOYEE.  THEY ARE STILL
      * LISTED SO THE SUPERVISOR SEES WHERE THE HOURS WENT.
           MOVE "F" TO PAYROLL-TRAN-TYPE.
           WRITE FINAL-HOURS-RECORD FROM PAYROLL-REC-IN.
           IF GOOD-FINAL-HOURS-WRITE
              ADD 1 TO WS-FINAL-HOURS-HELD
              MOVE "HELD FOR FINAL PAY" TO WS-EXCEPTION-REASON
           ELSE
              DISPLAY "BAD WRITE - FILE STATUS: "
                  WS-FINAL-HOURS-STATUS
              MOVE "TERMINATED - NOT HELD" TO WS-EXCEPTION-REASON
           END-IF.
           PERFORM 7100-LIST-EMPLOYEE-EXCEPTION.

       5400-SEND-FOR-APPROVAL.
      * THE RECORD JUST WRITTEN GOES TO THE APPROVAL FILE AS PENDING
      * AND INTO THE HOURS TABLE FOR THE DEPARTMENT LISTING.
           MOVE TABLE-EMP-DEPT (WS-EMP-SUB)  TO TAP-DEPT.
           MOVE PAYROLL-PAY-DATE             TO TAP-PAY-DATE.
           MOVE PAYROLL-EMP-NUMBER           TO TAP-EMP-NUMBER.
           MOVE PAYROLL-EMP-HOURS            TO TAP-HOURS.
           MOVE "P"                          TO TAP-STATUS.
           MOVE SPACES                       TO TAP-APPROVER.
           MOVE SPACES                       TO TAP-APPROVED-DATE.
           WRITE TIME-APPROVAL-RECORD.
           IF GOOD-TIME-APPROVAL-WRITE
              ADD 1 TO WS-SENT-FOR-APPROVAL
           ELSE
              DISPLAY "BAD WRITE - FILE STATUS: "
                  WS-TIME-APPROVAL-STATUS
              MOVE 16 TO RETURN-CODE
           END-IF.
           IF WS-HRS-COUNT < 5000
              ADD 1 TO WS-HRS-COUNT
              MOVE TABLE-EMP-DEPT (WS-EMP-SUB)
                TO HRS-DEPT (WS-HRS-COUNT)
              MOVE PAYROLL-EMP-NUMBER       TO HRS-EMP (WS-HRS-COUNT)
              MOVE TABLE-EMP-NAME (WS-EMP-SUB)
                TO HRS-NAME (WS-HRS-COUNT)
              MOVE TABLE-EMP-PAY-TYPE (WS-EMP-SUB)
                TO HRS-PAY-TYPE (WS-HRS-COUNT)
              MOVE PAYROLL-EMP-HOURS     TO HRS-WORKED (WS-HRS-COUNT)
              MOVE PAYROLL-EMP-HOL-HOURS TO HRS-HOLIDAY (WS-HRS-COUNT)
              MOVE PAYROLL-EMP-DIF-HOURS
                TO HRS-DIFFERENTIAL (WS-HRS-COUNT)
           END-IF.

       6000-CHECK-ATTENDANCE.
      * EVERY SCHEDULED EMPLOYEE, EVERY DAY OF THE PERIOD.
           IF WS-SCHEDULE-COUNT > 0 AND WS-PERIOD-FROM > 0
              AND WS-PERIOD-THRU NOT < WS-PERIOD-FROM
              COMPUTE WS-THRU-INTEGER =
                  FUNCTION INTEGER-OF-DATE (WS-PERIOD-THRU)
              DISPLAY "TIMCLKRB: ATTENDANCE CHECKED " WS-PERIOD-FROM
                  " THRU " WS-PERIOD-THRU
              PERFORM VARYING WS-SCH-SUB FROM 1 BY 1
                 UNTIL WS-SCH-SUB > WS-SCHEDULE-COUNT
                 PERFORM 6100-CHECK-ONE-EMPLOYEE THRU 6100-EXIT
              END-PERFORM
           END-IF.

       6100-CHECK-ONE-EMPLOYEE.
           PERFORM VARYING WS-EMP-SUB FROM 1 BY 1
              UNTIL WS-EMP-SUB > WS-EMPLOYEE-COUNT
                 OR TABLE-EMP-NUMBER (WS-EMP-SUB) =
                    TABLE-SCH-EMP (WS-SCH-SUB)
           END-PERFORM.
           IF WS-EMP-SUB > WS-EMPLOYEE-COUNT
              DISPLAY "TIMCLKRB: SCHEDULE FOR "
                  TABLE-SCH-EMP (WS-SCH-SUB)
                  " - NOT ON EMPLOYEE MASTER, NOT CHECKED"
              GO TO 6100-EXIT
           END-IF.
           ADD 1 TO WS-EMPLOYEES-CHECKED.
           MOVE 0      TO WS-EMP-NOSHOWS.
           MOVE SPACES TO WS-EMP-LAST-NOSHOW.
           PERFORM VARYING WS-CHECK-INTEGER FROM
                   FUNCTION INTEGER-OF-DATE (WS-PERIOD-FROM) BY 1
              UNTIL WS-CHECK-INTEGER > WS-THRU-INTEGER
              PERFORM 6200-CHECK-ONE-DAY THRU 6200-EXIT
           END-PERFORM.
           IF WS-EMP-NOSHOWS > 0
              PERFORM 6800-POST-POINTS THRU 6800-EXIT
           END-IF.
       6100-EXIT.
           EXIT.

       6200-CHECK-ONE-DAY.
      * DAYS BEFORE HIRE OR AFTER TERMINATION ARE NOBODY'S BUSINESS.
      * DAY 1 OF INTEGER-OF-DATE (1601-01-01) WAS A MONDAY, SO THE
      * INTEGER MOD 7, PLUS ONE, COUNTS SUNDAY AS DAY 1.
           COMPUTE WS-CHECK-DATE =
               FUNCTION DATE-OF-INTEGER (WS-CHECK-INTEGER).
           IF TABLE-EMP-HIRE-DATE (WS-EMP-SUB) IS NUMERIC
              AND TABLE-EMP-HIRE-DATE (WS-EMP-SUB) > WS-CHECK-DATE-X
              GO TO 6200-EXIT
           END-IF.
           IF TABLE-EMP-TERM-DATE (WS-EMP-SUB) IS NUMERIC
              AND TABLE-EMP-TERM-DATE (WS-EMP-SUB) NOT = "00000000"
              AND TABLE-EMP-TERM-DATE (WS-EMP-SUB) < WS-CHECK-DATE-X
              GO TO 6200-EXIT
           END-IF.
           COMPUTE WS-WEEKDAY =
               FUNCTION MOD (WS-CHECK-INTEGER, 7) + 1.
           IF TABLE-SCH-START (WS-SCH-SUB, WS-WEEKDAY) IS NUMERIC
              AND TABLE-SCH-END (WS-SCH-SUB, WS-WEEKDAY) IS NUMERIC
              SET SCHEDULED-TO-WORK TO TRUE
           ELSE
              MOVE "N" TO WS-SCHEDULED-SW
           END-IF.
           PERFORM VARYING WS-DAYPAIR-SUB FROM 1 BY 1
              UNTIL WS-DAYPAIR-SUB > WS-DAYPAIR-COUNT
                 OR (TABLE-DAY-EMP (WS-DAYPAIR-SUB) =
                     TABLE-EMP-NUMBER (WS-EMP-SUB)
                     AND TABLE-DAY-DATE (WS-DAYPAIR-SUB) =
                         WS-CHECK-DATE)
           END-PERFORM.
           IF NOT SCHEDULED-TO-WORK
              IF WS-DAYPAIR-SUB NOT > WS-DAYPAIR-COUNT
                 MOVE "UNSCHEDULED WORK" TO WS-ATT-REASON
                 PERFORM 6500-ADD-ATTENDANCE-EXCEPTION
              END-IF
              GO TO 6200-EXIT
           END-IF.
           IF WS-DAYPAIR-SUB > WS-DAYPAIR-COUNT
              PERFORM 6300-CHECK-EXCUSED
              IF NOT DAY-IS-EXCUSED
                 MOVE "NO-SHOW" TO WS-ATT-REASON
                 PERFORM 6500-ADD-ATTENDANCE-EXCEPTION
                 ADD 1 TO WS-EMP-NOSHOWS
                 ADD 1 TO WS-NOSHOWS-FOUND
                 MOVE WS-CHECK-DATE-X TO WS-EMP-LAST-NOSHOW
              END-IF
              GO TO 6200-EXIT
           END-IF.
      * WORKED A SCHEDULED DAY - HOLD THE FIRST IN AND LAST OUT
      * AGAINST THE SHIFT, IN MINUTES FROM THE DAY'S MIDNIGHT.
           MOVE TABLE-SCH-START (WS-SCH-SUB, WS-WEEKDAY)
             TO WS-SCHED-START.
           MOVE TABLE-SCH-END (WS-SCH-SUB, WS-WEEKDAY)
             TO WS-SCHED-END.
           COMPUTE WS-SCHED-START-MIN =
               (WS-SCHED-START-HH * 60) + WS-SCHED-START-MM.
           COMPUTE WS-SCHED-END-MIN =
               (WS-SCHED-END-HH * 60) + WS-SCHED-END-MM.
           IF WS-SCHED-END-MIN NOT > WS-SCHED-START-MIN
              ADD 1440 TO WS-SCHED-END-MIN
           END-IF.
           IF TABLE-DAY-FIRST-IN (WS-DAYPAIR-SUB) NOT = 9999
              MOVE TABLE-DAY-FIRST-IN (WS-DAYPAIR-SUB) TO WS-FIRST-IN
              COMPUTE WS-FIRST-IN-MIN =
                  (WS-FIRST-IN-HH * 60) + WS-FIRST-IN-MM
              IF WS-FIRST-IN-MIN >
                 WS-SCHED-START-MIN + WS-GRACE-MINUTES
                 MOVE "LATE ARRIVAL" TO WS-ATT-REASON
                 PERFORM 6500-ADD-ATTENDANCE-EXCEPTION
              END-IF
           END-IF.
           IF TABLE-DAY-LAST-OUT (WS-DAYPAIR-SUB) NOT < 0
              AND TABLE-DAY-LAST-OUT (WS-DAYPAIR-SUB) <
                  WS-SCHED-END-MIN - WS-GRACE-MINUTES
              MOVE "EARLY DEPARTURE" TO WS-ATT-REASON
              PERFORM 6500-ADD-ATTENDANCE-EXCEPTION
           END-IF.
       6200-EXIT.
           EXIT.

       6300-CHECK-EXCUSED.
      * A HOLIDAY, OR A DAY INSIDE ONE OF THE EMPLOYEE'S LEAVE
      * REQUESTS, IS NOT A NO-SHOW.
           MOVE "N" TO WS-EXCUSED-SW.
           MOVE "H"           TO DFN-FUNCTION-CODE.
           MOVE WS-CHECK-DATE TO DFN-DATE-1.
           CALL "DATESRVRB" USING DATEFUN-PARMS.
           IF DFN-OK AND DFN-ANSWER-YES
              SET DAY-IS-EXCUSED TO TRUE
           ELSE
              PERFORM VARYING WS-LEAVE-SUB FROM 1 BY 1
                 UNTIL WS-LEAVE-SUB > WS-LEAVE-COUNT
                    OR (TABLE-LV-EMP (WS-LEAVE-SUB) =
                        TABLE-EMP-NUMBER (WS-EMP-SUB)
                        AND TABLE-LV-START (WS-LEAVE-SUB) NOT >
                            WS-CHECK-DATE-X
                        AND TABLE-LV-END (WS-LEAVE-SUB) NOT <
                            WS-CHECK-DATE-X)
              END-PERFORM
              IF WS-LEAVE-SUB NOT > WS-LEAVE-COUNT
                 SET DAY-IS-EXCUSED TO TRUE
              END-IF
           END-IF.

       6500-ADD-ATTENDANCE-EXCEPTION.
           ADD 1 TO WS-ATTENDANCE-EXCEPTIONS.
           IF WS-ATT-COUNT = 3000
              DISPLAY "TIMCLKRB: ATTENDANCE TABLE FULL - "
                  TABLE-EMP-NUMBER (WS-EMP-SUB) " " WS-CHECK-DATE
                  " " WS-ATT-REASON " NOT LISTED"
           ELSE
              ADD 1 TO WS-ATT-COUNT
              MOVE SPACES TO ATT-TABLE-ENTRY (WS-ATT-COUNT)
              MOVE TABLE-EMP-DEPT (WS-EMP-SUB)
                TO ATT-DEPT (WS-ATT-COUNT)
              MOVE TABLE-EMP-NUMBER (WS-EMP-SUB)
                TO ATT-EMP (WS-ATT-COUNT)
              MOVE WS-CHECK-DATE-X TO ATT-DATE (WS-ATT-COUNT)
              MOVE TABLE-EMP-NAME (WS-EMP-SUB)
                TO ATT-NAME (WS-ATT-COUNT)
              MOVE WS-ATT-REASON TO ATT-REASON (WS-ATT-COUNT)
              IF SCHEDULED-TO-WORK
                 MOVE TABLE-SCH-START (WS-SCH-SUB, WS-WEEKDAY)
                   TO ATT-SCHED-START (WS-ATT-COUNT)
                 MOVE TABLE-SCH-END (WS-SCH-SUB, WS-WEEKDAY)
                   TO ATT-SCHED-END (WS-ATT-COUNT)
              END-IF
              IF WS-DAYPAIR-SUB NOT > WS-DAYPAIR-COUNT
                 IF TABLE-DAY-FIRST-IN (WS-DAYPAIR-SUB) NOT = 9999
                    MOVE TABLE-DAY-FIRST-IN (WS-DAYPAIR-SUB)
                      TO ATT-ACTUAL-IN (WS-ATT-COUNT)
                 END-IF
                 IF TABLE-DAY-LAST-OUT (WS-DAYPAIR-SUB) NOT < 0
                    COMPUTE WS-OUT-MINUTES = FUNCTION MOD
                        (TABLE-DAY-LAST-OUT (WS-DAYPAIR-SUB), 1440)
                    COMPUTE WS-ACTUAL-OUT-HH = WS-OUT-MINUTES / 60
                    COMPUTE WS-ACTUAL-OUT-MM = FUNCTION MOD
                        (WS-OUT-MINUTES, 60)
                    MOVE WS-ACTUAL-OUT TO ATT-ACTUAL-OUT (WS-ATT-COUNT)
                 END-IF
              END-IF
           END-IF.

       6800-POST-POINTS.
      * CHARGE THE PERIOD'S NO-SHOWS TO THE RUNNING POINTS FILE,
      * ONCE - A RERUN OF A PERIOD ALREADY POSTED POSTS NOTHING.
           PERFORM VARYING WS-PTS-SUB FROM 1 BY 1
              UNTIL WS-PTS-SUB > WS-POINTS-COUNT
                 OR TABLE-PTS-EMP (WS-PTS-SUB) =
                    TABLE-EMP-NUMBER (WS-EMP-SUB)
           END-PERFORM.
           IF WS-PTS-SUB > WS-POINTS-COUNT
              IF WS-POINTS-COUNT = 5000
                 DISPLAY "TIMCLKRB: POINTS TABLE FULL - NO-SHOWS FOR "
                     TABLE-EMP-NUMBER (WS-EMP-SUB) " NOT POSTED"
                 GO TO 6800-EXIT
              END-IF
              ADD 1 TO WS-POINTS-COUNT
              MOVE WS-POINTS-COUNT TO WS-PTS-SUB
              MOVE TABLE-EMP-NUMBER (WS-EMP-SUB)
                TO TABLE-PTS-EMP (WS-PTS-SUB)
              MOVE 0 TO TABLE-PTS-POINTS (WS-PTS-SUB)
                        TABLE-PTS-NOSHOWS (WS-PTS-SUB)
              MOVE SPACES TO TABLE-PTS-LAST-NOSHOW (WS-PTS-SUB)
                             TABLE-PTS-LAST-THRU (WS-PTS-SUB)
           END-IF.
           IF TABLE-PTS-LAST-THRU (WS-PTS-SUB) IS NUMERIC
              AND TABLE-PTS-LAST-THRU (WS-PTS-SUB) NOT <
                  WS-PERIOD-THRU-X
              DISPLAY "TIMCLKRB: NO-SHOWS FOR "
                  TABLE-EMP-NUMBER (WS-EMP-SUB)
                  " ALREADY POSTED THRU "
                  TABLE-PTS-LAST-THRU (WS-PTS-SUB)
              GO TO 6800-EXIT
           END-IF.
           IF TABLE-PTS-POINTS (WS-PTS-SUB) NOT NUMERIC
              MOVE 0 TO TABLE-PTS-POINTS (WS-PTS-SUB)
           END-IF.
           IF TABLE-PTS-NOSHOWS (WS-PTS-SUB) NOT NUMERIC
              MOVE 0 TO TABLE-PTS-NOSHOWS (WS-PTS-SUB)
           END-IF.
           COMPUTE TABLE-PTS-POINTS (WS-PTS-SUB) =
               TABLE-PTS-POINTS (WS-PTS-SUB)
               + (WS-EMP-NOSHOWS * WS-NOSHOW-POINTS)
               ON SIZE ERROR
                  MOVE 999.9 TO TABLE-PTS-POINTS (WS-PTS-SUB)
           END-COMPUTE.
           ADD WS-EMP-NOSHOWS TO TABLE-PTS-NOSHOWS (WS-PTS-SUB)
               ON SIZE ERROR
                  MOVE 999 TO TABLE-PTS-NOSHOWS (WS-PTS-SUB)
           END-ADD.
           MOVE WS-EMP-LAST-NOSHOW
             TO TABLE-PTS-LAST-NOSHOW (WS-PTS-SUB).
           MOVE WS-PERIOD-THRU-X
             TO TABLE-PTS-LAST-THRU (WS-PTS-SUB).
           ADD WS-EMP-NOSHOWS TO WS-NOSHOWS-POSTED.
       6800-EXIT.
           EXIT.

       6900-WRITE-POINTS-FILE.
      * THE POINTS FILE GOES BACK WHOLE WHEN ANYTHING WAS POSTED.
           IF WS-NOSHOWS-POSTED > 0
              OPEN OUTPUT ATTENDANCE-POINTS-FILE
              IF NOT ATTENDANCE-POINTS-OK
                 DISPLAY "TIMCLKRB: UNABLE TO REWRITE ATTENDANCE "
                     "POINTS, STATUS = " WS-ATTENDANCE-POINTS-STATUS
                 MOVE 16 TO RETURN-CODE
              ELSE
                 PERFORM VARYING WS-PTS-SUB FROM 1 BY 1
                    UNTIL WS-PTS-SUB > WS-POINTS-COUNT
                    MOVE POINTS-TABLE-ENTRY (WS-PTS-SUB)
                      TO ATTENDANCE-POINTS-RECORD
                    WRITE ATTENDANCE-POINTS-RECORD
                 END-PERFORM
                 CLOSE ATTENDANCE-POINTS-FILE
              END-IF
           END-IF.

       6950-WRITE-JOB-TIME-FILE.
      * THE JOB-TIME FILE GOES BACK WHOLE WHEN THIS RUN CHARGED OR
      * REPLACED ANYTHING.
           IF WS-JOB-CHARGES > 0 OR WS-JOB-LINES-REPLACED > 0
              OPEN OUTPUT JOB-TIME-FILE
              IF NOT JOB-TIME-FILE-OK
                 DISPLAY "TIMCLKRB: UNABLE TO REWRITE JOB-TIME FILE, "
                     "STATUS = " WS-JOB-TIME-STATUS
                 MOVE 16 TO RETURN-CODE
              ELSE
                 PERFORM VARYING WS-JBT-SUB FROM 1 BY 1
                    UNTIL WS-JBT-SUB > WS-JOB-TIME-COUNT
                    MOVE JOB-TIME-TABLE-ENTRY (WS-JBT-SUB)
                      TO JOB-TIME-RECORD
                    WRITE JOB-TIME-RECORD
                 END-PERFORM
                 CLOSE JOB-TIME-FILE
              END-IF
           END-IF.

       7000-LIST-EXCEPTION.
      * LIST THE PUNCH BEING PROCESSED.
           MOVE SPACES               TO DETAIL-LINE-EXCEPTION.
           write EXCEPTION-LISTING-RECORD from DETAIL-LINE-EXCEPTION
             after advancing 01 lines.

       7600-LIST-ATTENDANCE-BY-DEPT.
      * THE SUPERVISORS' SECTION - ATTENDANCE EXCEPTIONS SORTED BY
      * DEPARTMENT, EMPLOYEE, AND DATE, THE DEPARTMENT PRINTED ONCE
      * AT THE HEAD OF ITS GROUP.
           IF WS-ATT-COUNT = 0
              GO TO 7600-EXIT
           END-IF.
           PERFORM 7650-SORT-ATTENDANCE-TABLE.
           write EXCEPTION-LISTING-RECORD from SECTION-HDG-ATTENDANCE
             after advancing 02 lines.
           write EXCEPTION-LISTING-RECORD from SECTION-HDG-ATT-COLUMNS
             after advancing 02 lines.
           ADD 4 TO WS-LINE-COUNT.
           MOVE SPACES TO WS-ATT-PREV-DEPT.
           PERFORM VARYING WS-ATT-SUB FROM 1 BY 1
              UNTIL WS-ATT-SUB > WS-ATT-COUNT
              PERFORM 7700-LIST-ONE-ATTENDANCE
           END-PERFORM.
       7600-EXIT.
           EXIT.

       7650-SORT-ATTENDANCE-TABLE.
           COMPUTE WS-SORT-LIMIT = WS-ATT-COUNT - 1.
           SET A-SWAP-HAPPENED TO TRUE.
           PERFORM UNTIL NOT A-SWAP-HAPPENED
              MOVE "N" TO WS-SWAPPED-SW
              PERFORM VARYING WS-ATT-SUB FROM 1 BY 1
                 UNTIL WS-ATT-SUB > WS-SORT-LIMIT
                 IF ATT-SORT-KEY (WS-ATT-SUB) >
                    ATT-SORT-KEY (WS-ATT-SUB + 1)
                    MOVE ATT-TABLE-ENTRY (WS-ATT-SUB)
                      TO WS-ATT-SWAP
                    MOVE ATT-TABLE-ENTRY (WS-ATT-SUB + 1)
                      TO ATT-TABLE-ENTRY (WS-ATT-SUB)
                    MOVE WS-ATT-SWAP
                      TO ATT-TABLE-ENTRY (WS-ATT-SUB + 1)
                    SET A-SWAP-HAPPENED TO TRUE
                 END-IF
              END-PERFORM
           END-PERFORM.

       7700-LIST-ONE-ATTENDANCE.
           MOVE SPACES TO DETAIL-LINE-ATTENDANCE.
           IF ATT-DEPT (WS-ATT-SUB) NOT = WS-ATT-PREV-DEPT
              MOVE ATT-DEPT (WS-ATT-SUB) TO ATL-DEPT
              MOVE ATT-DEPT (WS-ATT-SUB) TO WS-ATT-PREV-DEPT
              add 1 to WS-LINE-COUNT
              MOVE SPACES TO EXCEPTION-LISTING-RECORD
              write EXCEPTION-LISTING-RECORD
                after advancing 01 lines
           END-IF.
           MOVE ATT-EMP (WS-ATT-SUB)    TO ATL-EMP-NUM.
           MOVE ATT-NAME (WS-ATT-SUB)   TO ATL-EMP-NAME.
           MOVE ATT-DATE (WS-ATT-SUB)   TO ATL-DATE.
           IF ATT-SCHED-START (WS-ATT-SUB) NOT = SPACES
              MOVE ATT-SCHED-START (WS-ATT-SUB) TO ATL-SCHED-START
              MOVE "-"                          TO ATL-SCHED-DASH
              MOVE ATT-SCHED-END (WS-ATT-SUB)   TO ATL-SCHED-END
           ELSE
              MOVE "OFF"                        TO ATL-SCHED-START
           END-IF.
           IF ATT-ACTUAL-IN (WS-ATT-SUB) NOT = SPACES
              OR ATT-ACTUAL-OUT (WS-ATT-SUB) NOT = SPACES
              MOVE ATT-ACTUAL-IN (WS-ATT-SUB)  TO ATL-ACTUAL-IN
              MOVE "-"                         TO ATL-ACTUAL-DASH
              MOVE ATT-ACTUAL-OUT (WS-ATT-SUB) TO ATL-ACTUAL-OUT
           END-IF.
           MOVE ATT-REASON (WS-ATT-SUB) TO ATL-REASON.
           add 1 to WS-LINE-COUNT.
           if WS-LINE-COUNT > 50
              PERFORM 8000-WRITE-HEADINGS.
           write EXCEPTION-LISTING-RECORD from DETAIL-LINE-ATTENDANCE
             after advancing 01 lines.

       7800-LIST-HOURS-BY-DEPT.
      * THE APPROVAL SECTION - EVERY RECORD SENT TO PAYROLL, BY
      * DEPARTMENT AND EMPLOYEE, WITH A TOTAL FOR EACH DEPARTMENT.
           IF WS-HRS-COUNT = 0
              GO TO 7800-EXIT
           END-IF.
           PERFORM 7850-SORT-HOURS-TABLE.
           PERFORM 8000-WRITE-HEADINGS.
           write EXCEPTION-LISTING-RECORD from SECTION-HDG-HOURS
             after advancing 02 lines.
           write EXCEPTION-LISTING-RECORD from SECTION-HDG-HRS-COLUMNS
             after advancing 02 lines.
           ADD 4 TO WS-LINE-COUNT.
           MOVE HRS-DEPT (1) TO WS-HRS-PREV-DEPT.
           MOVE 0 TO WS-HRS-DEPT-PEOPLE.
           MOVE 0 TO WS-HRS-DEPT-WORKED.
           MOVE 0 TO WS-HRS-DEPT-HOLIDAY.
           MOVE 0 TO WS-HRS-DEPT-DIF.
           MOVE SPACES TO EXCEPTION-LISTING-RECORD.
           write EXCEPTION-LISTING-RECORD
             after advancing 01 lines.
           PERFORM VARYING WS-HRS-SUB FROM 1 BY 1
              UNTIL WS-HRS-SUB > WS-HRS-COUNT
              PERFORM 7900-LIST-ONE-HOURS
           END-PERFORM.
           PERFORM 7950-LIST-DEPT-HOURS-TOTAL.
       7800-EXIT.
           EXIT.

       7850-SORT-HOURS-TABLE.
           COMPUTE WS-SORT-LIMIT = WS-HRS-COUNT - 1.
           SET A-SWAP-HAPPENED TO TRUE.
           PERFORM UNTIL NOT A-SWAP-HAPPENED
              MOVE "N" TO WS-SWAPPED-SW
              PERFORM VARYING WS-HRS-SUB FROM 1 BY 1
                 UNTIL WS-HRS-SUB > WS-SORT-LIMIT
                 IF HRS-SORT-KEY (WS-HRS-SUB) >
                    HRS-SORT-KEY (WS-HRS-SUB + 1)
                    MOVE HRS-TABLE-ENTRY (WS-HRS-SUB)
                      TO WS-HRS-SWAP
                    MOVE HRS-TABLE-ENTRY (WS-HRS-SUB + 1)
                      TO HRS-TABLE-ENTRY (WS-HRS-SUB)
                    MOVE WS-HRS-SWAP
                      TO HRS-TABLE-ENTRY (WS-HRS-SUB + 1)
                    SET A-SWAP-HAPPENED TO TRUE
                 END-IF
              END-PERFORM
           END-PERFORM.

       7900-LIST-ONE-HOURS.
           IF HRS-DEPT (WS-HRS-SUB) NOT = WS-HRS-PREV-DEPT
              PERFORM 7950-LIST-DEPT-HOURS-TOTAL
              MOVE HRS-DEPT (WS-HRS-SUB) TO WS-HRS-PREV-DEPT
              MOVE 0 TO WS-HRS-DEPT-PEOPLE
              MOVE 0 TO WS-HRS-DEPT-WORKED
              MOVE 0 TO WS-HRS-DEPT-HOLIDAY
              MOVE 0 TO WS-HRS-DEPT-DIF
           END-IF.
           MOVE SPACES TO DETAIL-LINE-HOURS.
           IF WS-HRS-DEPT-PEOPLE = 0
              MOVE HRS-DEPT (WS-HRS-SUB) TO HRL-DEPT
           END-IF.
           MOVE HRS-EMP (WS-HRS-SUB)          TO HRL-EMP-NUM.
           MOVE HRS-NAME (WS-HRS-SUB)         TO HRL-EMP-NAME.
           IF HRS-PAY-TYPE (WS-HRS-SUB) = "S"
              MOVE "S"                        TO HRL-PAY-TYPE
           ELSE
              MOVE "H"                        TO HRL-PAY-TYPE
           END-IF.
           MOVE HRS-WORKED (WS-HRS-SUB)       TO HRL-WORKED.
           MOVE HRS-HOLIDAY (WS-HRS-SUB)      TO HRL-HOLIDAY.
           MOVE HRS-DIFFERENTIAL (WS-HRS-SUB) TO HRL-DIFFERENTIAL.
           MOVE "PENDING APPROVAL"            TO HRL-STATUS.
           ADD 1                         TO WS-HRS-DEPT-PEOPLE.
           ADD HRS-WORKED (WS-HRS-SUB)   TO WS-HRS-DEPT-WORKED.
           ADD HRS-HOLIDAY (WS-HRS-SUB)  TO WS-HRS-DEPT-HOLIDAY.
           ADD HRS-DIFFERENTIAL (WS-HRS-SUB) TO WS-HRS-DEPT-DIF.
           add 1 to WS-LINE-COUNT.
           if WS-LINE-COUNT > 50
              PERFORM 8000-WRITE-HEADINGS.
           write EXCEPTION-LISTING-RECORD from DETAIL-LINE-HOURS
             after advancing 01 lines.

       7950-LIST-DEPT-HOURS-TOTAL.
           MOVE WS-HRS-PREV-DEPT    TO HDT-DEPT.
           MOVE WS-HRS-DEPT-PEOPLE  TO HDT-PEOPLE.
           MOVE WS-HRS-DEPT-WORKED  TO HDT-WORKED.
           MOVE WS-HRS-DEPT-HOLIDAY TO HDT-HOLIDAY.
           MOVE WS-HRS-DEPT-DIF     TO HDT-DIFFERENTIAL.
           add 2 to WS-LINE-COUNT.
           write EXCEPTION-LISTING-RECORD from DEPT-TOTAL-LINE-HOURS
             after advancing 01 lines.
           MOVE SPACES TO EXCEPTION-LISTING-RECORD.
           write EXCEPTION-LISTING-RECORD
             after advancing 01 lines.

       8000-WRITE-HEADINGS.
           add 1 to WS-PAGE-COUNT.
           move WS-PAGE-COUNT TO PAGE-HDG-01-PAGE.
           MOVE WS-PUNCHES-READ    TO TOTAL-PUNCHES-READ.
           MOVE WS-RECORDS-WRITTEN TO TOTAL-RECORDS-WRITTEN.
           MOVE WS-EXCEPTION-COUNT TO TOTAL-EXCEPTIONS.
           MOVE WS-ATTENDANCE-EXCEPTIONS TO TOTAL-ATTENDANCE.
           MOVE WS-NOSHOWS-FOUND   TO TOTAL-NOSHOWS.
           write EXCEPTION-LISTING-RECORD from DETAIL-LINE-LINE
             AFTER ADVANCING 01 LINES.
           write EXCEPTION-LISTING-RECORD from TOTALS-LINE
           MOVE SPACES              TO AUD-KEY-TOTALS.
           MOVE "EXCEPTIONS="       TO AUD-KEY-TOTALS(1:11).
           MOVE WS-EXCEPTION-COUNT  TO AUD-KEY-TOTALS(12:5).
           MOVE " NOSHOW="          TO AUD-KEY-TOTALS(17:8).
           MOVE WS-NOSHOWS-FOUND    TO AUD-KEY-TOTALS(25:5).
           IF RETURN-CODE = 0
              MOVE "OK" TO AUD-COMPLETION-STATUS
           ELSE
