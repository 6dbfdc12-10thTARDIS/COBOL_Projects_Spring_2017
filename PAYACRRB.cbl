       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PAYACRRB.
       AUTHOR.        RYAN BROOKS
      * MONTH-END PAYROLL ACCRUAL.  PAYRPTRB POSTS LABOR TO THE
      * LEDGER ON PAY DATES, SO WHEN A FISCAL PERIOD ENDS PART WAY
      * THROUGH A PAY PERIOD THE DAYS WORKED BUT NOT YET PAID LAND
      * IN NEXT PERIOD - THIS PERIOD'S LABOR IS UNDERSTATED AND
      * NEXT PERIOD'S OVERSTATED.  THIS PROGRAM ESTIMATES, FOR EACH
      * EMPLOYEE, THE WAGES EARNED FROM THE DAY AFTER THEIR LAST PAY
      * DATE THROUGH THE LAST DAY OF THE FISCAL PERIOD, PLUS THE
      * EMPLOYER TAXES ON THEM, AND APPENDS THE ACCRUAL TO GLPOST.DAT
      * BY DEPARTMENT ACCOUNT TOGETHER WITH A REVERSING ENTRY DATED
      * THE FIRST DAY OF THE NEXT PERIOD - GLPOSTRB BOOKS BOTH, AND
      * THE REVERSAL TAKES THE ACCRUAL BACK OUT WHEN THE REAL CHECKS
      * POST.
      *
      * THE ESTIMATE: AN HOURLY EMPLOYEE WITH CLOCK PUNCHES ON THE
      * PUNCH FILE TIMCLKRB WORKS FROM IS ACCRUED ON THE HOURS
      * ACTUALLY PUNCHED IN THE WINDOW AT THEIR MASTER RATE (STRAIGHT
      * TIME, AS PUNCHED - THE ROUNDING AND MEAL RULES ARE TIMCLKRB'S
      * AT PAY TIME).  EVERYONE ELSE IS ACCRUED AT THEIR AVERAGE
      * DAILY COST FROM PAY HISTORY - THE AVERAGE NORMAL CHECK OVER
      * THE LOOKBACK WINDOW, ANNUALIZED BY PAY FREQUENCY AND SPREAD
      * OVER 365 CALENDAR DAYS - TIMES THE CALENDAR DAYS UNPAID.
      * EMPLOYER TAXES ARE THE SOCIAL SECURITY AND MEDICARE MATCH AND
      * FUTA/SUTA AT THE PAYROLL CONTROL RATES, EACH HELD TO WHAT IS
      * LEFT UNDER ITS WAGE BASE FROM THE YTD MASTER.  TERMINATED
      * EMPLOYEES ARE LEFT TO FINPAYRB.
      *
      * THE PERIOD IS THE FISCAL PERIOD HOLDING PAYACRRB-AS-OF-DATE
      * (CCYYMMDD, DEFAULT TODAY) FROM THE DATE SERVICE'S FISCAL
      * CALENDAR, OR THE CALENDAR MONTH WHEN THE CALENDAR HAS NO ROW.
      * EACH EMPLOYEE'S LAST PAY DATE IS THEIR LATEST NORMAL CHECK ON
      * PAY HISTORY ON OR BEFORE PERIOD END; PAYACRRB-LAST-PAY-DATE
      * SETS ONE DATE FOR EVERYONE INSTEAD.  PAYACRRB-LOOKBACK-DAYS
      * (DEFAULT 91) SETS THE AVERAGING WINDOW.
      *
      * GL ACCOUNTS COME FROM GLACCTS.DAT, THE MAP PAYRPTRB POSTS
      * SALARY EXPENSE BY: THE WAGES AND THE EMPLOYER TAXES ARE BOTH
      * DEBITED TO THE DEPARTMENT'S ACCOUNT, AND THE SPECIAL ROWS
      * *ACW (ACCRUED WAGES PAYABLE) AND *ACT (ACCRUED PAYROLL TAXES)
      * OVERRIDE THE TWO CREDIT ACCOUNTS.  A PERIOD ONCE ACCRUED IS
      * LOGGED ON THE ACCRUAL CONTROL FILE AND IS NOT ACCRUED AGAIN
      * ON A RERUN.

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
           SELECT PAY-HISTORY-FILE ASSIGN DYNAMIC
                 WS-PAY-HISTORY-PATH
             organization is indexed
             access is sequential
             record key is PH-KEY
             file status is WS-PAY-HISTORY-STATUS.
           SELECT YTD-MASTER ASSIGN DYNAMIC
                 WS-YTD-MASTER-PATH
             organization is indexed
             access is sequential
             record key is YTD-EMP-NUMBER
             file status is WS-YTD-MASTER-STATUS.
           SELECT PUNCH-FILE-IN ASSIGN DYNAMIC
                 WS-PUNCH-FILE-IN-PATH
             organization is line sequential
             file status is WS-PUNCH-FILE-IN-STATUS.
           SELECT PAYROLL-CONTROL-FILE ASSIGN DYNAMIC
                 WS-PAYROLL-CONTROL-PATH
             organization is line sequential
             file status is WS-PAYROLL-CONTROL-STATUS.
           SELECT GL-ACCOUNT-FILE ASSIGN DYNAMIC
                 WS-GL-ACCOUNT-PATH
             organization is line sequential
             file status is WS-GL-ACCOUNT-STATUS.
           SELECT GL-POSTING-FILE ASSIGN DYNAMIC
                 WS-GL-POSTING-PATH
             organization is line sequential
             file status is WS-GL-POSTING-STATUS.
           SELECT ACCRUAL-CONTROL-FILE ASSIGN DYNAMIC
                 WS-ACCRUAL-CONTROL-PATH
             organization is line sequential
             file status is WS-ACCRUAL-CONTROL-STATUS.
           SELECT ACCRUAL-LISTING
             ASSIGN DYNAMIC WS-ACCRUAL-LISTING-PATH
             organization is LINE sequential
             file status is WS-ACCRUAL-LISTING-STATUS.
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
      * THE DEMOGRAPHIC AND BANKING TAIL IS CARRIED SO THE RECORD
      * READS IN WHOLE; ONLY THE PAY TYPE IS USED FROM IT HERE.
           05  EMP-SSN                  PIC X(09).
           05  EMP-ADDRESS              PIC X(25).
           05  EMP-CITY                 PIC X(15).
           05  EMP-STATE                PIC X(02).
           05  EMP-ZIP                  PIC X(05).
           05  EMP-BANK-STATUS          PIC X(01).
           05  EMP-PRENOTE-DATE         PIC X(08).
           05  EMP-LOCALITY             PIC X(04).
           05  EMP-COMP-CLASS           PIC X(04).
           05  EMP-W4-DATA              PIC X(34).
           05  EMP-PAY-TYPE             PIC X(01).
           05  EMP-ANNUAL-SALARY        PIC 9(07)V99.
           05  EMP-FLSA-STATUS          PIC X(01).

       FD  PAY-HISTORY-FILE
           RECORDING MODE IS F
           DATA RECORD IS PAY-HISTORY-RECORD.
       01 PAY-HISTORY-RECORD.
           05  PH-KEY.
               10 PH-RUN-DATE           PIC X(08).
               10 PH-KEY-EMP-DATE       PIC X(12).
               10 PH-KEY-SEQ            PIC X(02).
           05  PH-REC-REST              PIC X(113).

       FD  YTD-MASTER
           RECORDING MODE IS F
           DATA RECORD IS YTD-MASTER-RECORD.
       01 YTD-MASTER-RECORD.
           05  YTD-EMP-NUMBER           PIC X(06).
           05  YTD-GROSS                PIC 9(07)V99.
           05  YTD-WITHHELD             PIC 9(07)V99.
           05  YTD-NET                  PIC 9(07)V99.
           05  YTD-HOURS                PIC 9(05)V99.
           05  YTD-TAX-YEAR             PIC X(04).
           05  YTD-FED                  PIC 9(07)V99.
           05  YTD-SSMED                PIC 9(07)V99.
           05  YTD-STATE                PIC 9(07)V99.
           05  YTD-LOCAL                PIC 9(07)V99.
           05  YTD-SS-WAGES             PIC 9(07)V99.
           05  YTD-SS-TAX               PIC 9(07)V99.
           05  YTD-MED-WAGES            PIC 9(07)V99.
           05  YTD-MED-TAX              PIC 9(07)V99.

      * THE CLOCK EXPORT TIMCLKRB READS - SAME LAYOUT AND TRAILER.
       FD  PUNCH-FILE-IN
           RECORDING MODE IS F
           DATA RECORD IS PUNCH-RECORD.
       01 PUNCH-RECORD.
           05  PCH-EMP-NUMBER           PIC X(06).
           05  PCH-DATE                 PIC X(08).
           05  PCH-TIME.
               10 PCH-TIME-HH           PIC 9(02).
               10 PCH-TIME-MM           PIC 9(02).
           05  PCH-DIRECTION            PIC X(03).
               88 PUNCH-IN                 VALUE "IN ".
               88 PUNCH-OUT                VALUE "OUT".
      * ORDER CHARGED - JOB COSTING ONLY.
           05  FILLER                   PIC X(06).
       01 PUNCH-TRAILER REDEFINES PUNCH-RECORD.
           05  PCH-TRL-ID               PIC X(03).
               88 PUNCH-REC-IS-TRAILER     VALUE "TRL".
           05  FILLER                   PIC X(24).

       FD  PAYROLL-CONTROL-FILE
           RECORDING MODE IS F
           DATA RECORD IS PAYROLL-CONTROL-RECORD.
       01 PAYROLL-CONTROL-RECORD         PIC X(156).

       FD  GL-ACCOUNT-FILE
           RECORDING MODE IS F
           DATA RECORD IS GL-ACCOUNT-RECORD.
       01 GL-ACCOUNT-RECORD.
           05  GLA-DEPT-CODE            PIC X(04).
           05  GLA-ACCOUNT              PIC X(08).

       FD  GL-POSTING-FILE
           RECORDING MODE IS F
           DATA RECORD IS GL-POSTING-RECORD.
      * SAME LAYOUT EVERY POSTING PROGRAM WRITES:
       01 GL-POSTING-RECORD.
           05  GLP-ACCOUNT              PIC X(08).
           05  GLP-DR-CR                PIC X(01).
           05  GLP-AMOUNT               PIC 9(09)V99.
           05  GLP-DESCRIPTION          PIC X(24).
           05  GLP-RUN-DATE             PIC X(06).
           05  GLP-PERIOD               PIC X(06).

      * ONE LINE PER FISCAL PERIOD ACCRUED - THE RERUN GUARD.
       FD  ACCRUAL-CONTROL-FILE
           RECORDING MODE IS F
           DATA RECORD IS ACCRUAL-CONTROL-RECORD.
       01 ACCRUAL-CONTROL-RECORD.
           05  ACC-PERIOD               PIC X(06).
           05  ACC-PERIOD-END           PIC X(08).
           05  ACC-RUN-DATE             PIC X(08).
           05  ACC-WAGES                PIC 9(09)V99.
           05  ACC-TAXES                PIC 9(09)V99.

       FD  ACCRUAL-LISTING
           RECORDING MODE IS F
           DATA RECORD IS ACCRUAL-LISTING-RECORD.
       01 ACCRUAL-LISTING-RECORD         PIC X(133).

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
           05 WS-PAY-HISTORY-PATH       PIC X(80)
                VALUE "C:\Users\Ryan\Desktop\PAYHIST.DAT".
           05 WS-YTD-MASTER-PATH        PIC X(80)
                VALUE "C:\Users\Ryan\Desktop\YTD-MASTER.DAT".
           05 WS-PUNCH-FILE-IN-PATH     PIC X(80)
                VALUE "C:\Users\Ryan\Desktop\PUNCHES.txt".
           05 WS-PAYROLL-CONTROL-PATH   PIC X(80)
                VALUE "C:\Users\Ryan\Desktop\PAYROLLCTL.DAT".
           05 WS-GL-ACCOUNT-PATH        PIC X(80)
                VALUE "C:\Users\Ryan\Desktop\GLACCTS.DAT".
           05 WS-GL-POSTING-PATH        PIC X(80)
                VALUE "C:\Users\Ryan\Desktop\GLPOST.DAT".
           05 WS-ACCRUAL-CONTROL-PATH   PIC X(80)
                VALUE "C:\Users\Ryan\Desktop\ACCRCTL.DAT".
           05 WS-ACCRUAL-LISTING-PATH   PIC X(80)
                VALUE "C:\Users\Ryan\Desktop\PAYACCR.rpt".
           05 WS-AUDIT-TRAIL-PATH       PIC X(80)
                VALUE "C:\Users\Ryan\Desktop\OPS-AUDIT-TRAIL.LOG".
           05 WS-ENV-PATH-OVERRIDE      PIC X(80).

      * File status
        COPY "FILESTAT.cpy" REPLACING
            ==STATUS-FIELD==   BY ==WS-EMPLOYEE-MASTER-STATUS==
            ==STATUS-OK==      BY ==EMPLOYEE-MASTER-SUCCESSFUL==
            ==STATUS-EOF==     BY ==END-OF-EMPLOYEE-MASTER==
            ==STATUS-INVALID== BY ==INVALID-VALUE-IN-FILE==.
        01 WS-PAY-HISTORY-STATUS        pic X(02).
           88 PAY-HISTORY-SUCCESSFUL       VALUE "00".
           88 END-OF-PAY-HISTORY           VALUE "10".
        01 WS-YTD-MASTER-STATUS         pic X(02).
           88 YTD-MASTER-SUCCESSFUL        VALUE "00".
           88 END-OF-YTD-MASTER            VALUE "10".
        01 WS-PUNCH-FILE-IN-STATUS      pic X(02).
           88 PUNCH-FILE-SUCCESSFUL        VALUE "00".
           88 END-OF-PUNCH-FILE            VALUE "10".
        01 WS-PAYROLL-CONTROL-STATUS    pic X(02).
           88 PAYROLL-CONTROL-FOUND        VALUE "00".
        01 WS-GL-ACCOUNT-STATUS         pic X(02).
           88 GL-ACCOUNT-FILE-OK           VALUE "00".
           88 END-OF-GL-ACCOUNT-FILE       VALUE "10".
        01 WS-GL-POSTING-STATUS         pic X(02).
           88 GOOD-GL-POSTING-WRITE        VALUE "00".
        01 WS-ACCRUAL-CONTROL-STATUS    pic X(02).
           88 ACCRUAL-CONTROL-SUCCESSFUL   VALUE "00".
           88 END-OF-ACCRUAL-CONTROL       VALUE "10".
        01 WS-ACCRUAL-LISTING-STATUS    pic X(02).
           88 GOOD-LISTING-WRITE           VALUE "00".
        01 WS-AUDIT-TRAIL-STATUS        pic X(02).
           88 GOOD-AUDIT-TRAIL-WRITE       VALUE "00".

        COPY "PAYRATE.cpy".
        COPY "DATEFUN.cpy".

      * THE PERIOD BEING CLOSED AND THE ONE THE REVERSAL LANDS IN.
        01 WS-AS-OF-DATE                PIC X(08) VALUE SPACES.
        01 WS-ACCRUAL-PERIOD            PIC X(06) VALUE SPACES.
        01 WS-PERIOD-END                PIC 9(08) VALUE 0.
        01 WS-NEXT-PERIOD               PIC X(06) VALUE SPACES.
        01 WS-NEXT-PERIOD-START         PIC 9(08) VALUE 0.
        01 WS-MONTH-WORK.
           05 WS-MONTH-CCYY             PIC 9(04).
           05 WS-MONTH-MM               PIC 9(02).
           05 WS-MONTH-DD               PIC 9(02).
        01 WS-FORCED-LAST-PAY-DATE      PIC X(08) VALUE SPACES.
        01 WS-COMPANY-LAST-PAY-DATE     PIC X(08) VALUE SPACES.
        01 WS-LOOKBACK-DAYS             PIC 9(03) VALUE 91.
        01 WS-ENV-STAGING               PIC X(10) VALUE SPACES.

      * EMPLOYEE TABLE - MASTER FIELDS PLUS EVERYTHING GATHERED FROM
      * PAY HISTORY, THE PUNCHES, AND THE YTD MASTER.
        01 WS-EMP-COUNT                 PIC 9(04) VALUE 0.
        01 WS-EMP-SUB                   PIC 9(04) VALUE 0.
        01 WS-EMPLOYEE-TABLE.
           05 EMPLOYEE-TABLE-ENTRY OCCURS 0 TO 5000 TIMES
                 DEPENDING ON WS-EMP-COUNT.
              10 TABLE-EMP-NUMBER       PIC X(06).
              10 TABLE-EMP-NAME         PIC X(20).
              10 TABLE-EMP-DEPT         PIC X(04).
              10 TABLE-EMP-STATUS       PIC X(01).
              10 TABLE-EMP-RATE         PIC 9(02)V99.
              10 TABLE-EMP-FREQUENCY    PIC X(01).
              10 TABLE-EMP-PAY-TYPE     PIC X(01).
              10 TABLE-EMP-LAST-PAY     PIC X(08).
              10 TABLE-EMP-WINDOW-FROM  PIC X(08).
              10 TABLE-EMP-CHECKS       PIC 9(03).
              10 TABLE-EMP-CHECK-GROSS  PIC 9(07)V99.
              10 TABLE-EMP-PUNCH-MINS   PIC 9(06).
              10 TABLE-EMP-OPEN-DATE    PIC X(08).
              10 TABLE-EMP-OPEN-MINS    PIC 9(04).
              10 TABLE-EMP-YTD-GROSS    PIC 9(07)V99.
              10 TABLE-EMP-YTD-SS-WAGES PIC 9(07)V99.

      * PAY-HISTORY PAYROLL IMAGE RESTATED FIELD BY FIELD (SAME
      * LAYOUT AS PAYRPTRB'S PAYROLL-REC-OUT):
        01 WS-PH-REC.
           05 WS-PH-PAY-DATE.
              10 WS-PH-PAY-MM           PIC X(02).
              10 WS-PH-PAY-DD           PIC X(02).
              10 WS-PH-PAY-YY           PIC X(02).
           05 WS-PH-EMP-NUMBER          PIC X(06).
           05 WS-PH-HOURS               PIC 9(02)V99.
           05 WS-PH-RATE                PIC 9(02)V99.
           05 WS-PH-DEDUCTIONS          PIC X(01).
           05 WS-PH-PRETAX              PIC 9(03)V99.
           05 WS-PH-POSTTAX             PIC 9(03)V99.
           05 WS-PH-CALCS.
              10 WS-PH-GROSS            PIC 9(06)V99.
              10 FILLER                 PIC X(40).
           05 WS-PH-TRAN-TYPE           PIC X(01).
           05 FILLER                    PIC X(45).
        01 WS-PH-PAY-CCYYMMDD.
           05 WS-PH-CC                  PIC X(02) VALUE "20".
           05 WS-PH-YY                  PIC X(02).
           05 WS-PH-MM                  PIC X(02).
           05 WS-PH-DD                  PIC X(02).

      * DEPARTMENT TOTALS - ONE DEBIT PAIR EACH ON THE GL.
        01 WS-DEPT-COUNT                PIC 9(02) VALUE 0.
        01 WS-DEPT-SUB                  PIC 9(02) VALUE 0.
        01 DEPT-TOTAL-TABLE-ENTRY OCCURS 50 TIMES.
           05 TABLE-DEPT-CODE           PIC X(04).
           05 TABLE-DEPT-WAGES          PIC 9(09)V99.
           05 TABLE-DEPT-TAXES          PIC 9(09)V99.
           05 TABLE-DEPT-EMPLOYEES      PIC 9(05).

      * GL ACCOUNT MAP - SAME FILE AND DEFAULTS AS PAYRPTRB.
        01 WS-GL-MAP-COUNT              PIC 9(02) VALUE 0.
        01 WS-GL-MAP-SUB                PIC 9(02) VALUE 0.
        01 GL-MAP-TABLE-ENTRY OCCURS 50 TIMES.
           05 TABLE-GL-DEPT             PIC X(04).
           05 TABLE-GL-ACCOUNT          PIC X(08).
        01 WS-GL-EXPENSE-DEFAULT        PIC X(08) VALUE "61000000".
        01 WS-GL-ACCRUED-WAGES-ACCT     PIC X(08) VALUE "21400000".
        01 WS-GL-ACCRUED-TAXES-ACCT     PIC X(08) VALUE "21500000".
        01 WS-GL-POSTING-SIDE           PIC X(01) VALUE "D".
        01 WS-GL-POSTING-AMOUNT         PIC 9(09)V99 VALUE 0.
        01 WS-GL-DEPT-ACCOUNT           PIC X(08) VALUE SPACES.
        01 WS-POSTING-RUN-DATE          PIC X(06) VALUE SPACES.
        01 WS-POSTING-PERIOD            PIC X(06) VALUE SPACES.
        01 WS-REVERSING-SW              PIC X(01) VALUE "N".
           88 WRITING-REVERSAL             VALUE "Y".
        01 WS-REVERSAL-TEXT             PIC X(24) VALUE SPACES.

      * ONE EMPLOYEE'S ACCRUAL ARITHMETIC.
        01 WS-ACCRUAL-DAYS              PIC S9(05) VALUE 0.
        01 WS-ACCRUAL-METHOD            PIC X(05) VALUE SPACES.
        01 WS-PUNCH-HOURS               PIC 9(04)V99 VALUE 0.
        01 WS-PERIODS-PER-YEAR          PIC 9(02) VALUE 52.
        01 WS-DAILY-COST                PIC 9(05)V9999 VALUE 0.
        01 WS-EMP-WAGES                 PIC 9(07)V99 VALUE 0.
        01 WS-EMP-TAXES                 PIC 9(07)V99 VALUE 0.
        01 WS-BASE-ROOM                 PIC S9(07)V99 VALUE 0.
        01 WS-SUBJECT-WAGES             PIC 9(07)V99 VALUE 0.
        01 WS-TAX-WORK                  PIC 9(07)V9999 VALUE 0.

      * ONE PUNCH PAIR.
        01 WS-PUNCH-MINS                PIC 9(04) VALUE 0.
        01 WS-SHIFT-MINS                PIC S9(05) VALUE 0.

        01 WS-CONTROL-FOUND-SW          PIC X(01) VALUE "N".
           88 PERIOD-ALREADY-ACCRUED       VALUE "Y".

      * RUN COUNTERS AND TOTALS
        01 WS-PH-RECORDS-READ           PIC 9(07) VALUE 0.
        01 WS-PUNCHES-READ              PIC 9(07) VALUE 0.
        01 WS-EMPLOYEES-ACCRUED         PIC 9(05) VALUE 0.
        01 WS-EMPLOYEES-NO-BASIS        PIC 9(05) VALUE 0.
        01 WS-POSTING-LINES             PIC 9(05) VALUE 0.
        01 WS-TOTAL-WAGES               PIC 9(09)V99 VALUE 0.
        01 WS-TOTAL-TAXES               PIC 9(09)V99 VALUE 0.
        01 WS-WAGES-FORMAT              PIC $ZZZ,ZZZ,ZZ9.99.
        01 WS-RUN-DATE                  PIC X(08).
        01 WS-RUN-CCYYMMDD              PIC 9(08) VALUE 0.
        01 WS-RUN-TIME                  PIC 9(08) VALUE 0.
        COPY "AUDITTRL.cpy".

       01  PAGE-HDG-01.
           05 PAGE-HDG-01-CC         PIC X(01) VALUE SPACE.
           05 FILLER                 PIC X(45) VALUE SPACES.
           05 FILLER                 PIC X(29)
              VALUE "MONTH-END PAYROLL ACCRUAL -  ".
           05 FILLER                 PIC X(07) VALUE "PERIOD ".
           05 PAGE-HDG-01-PERIOD     PIC X(06).
           05 FILLER                 PIC X(18) VALUE SPACES.
           05 FILLER                 PIC X(06) VALUE "PAGE: ".
           05 PAGE-HDG-01-PAGE       PIC ZZ9.
       01  PAGE-HDG-02.
           05 PAGE-HDG-02-CC         PIC X(01) VALUE SPACE.
           05 FILLER                 PIC X(40) VALUE SPACES.
           05 FILLER                 PIC X(12) VALUE "PERIOD END: ".
           05 PAGE-HDG-02-END        PIC X(10).
           05 FILLER                 PIC X(04) VALUE SPACES.
           05 FILLER                 PIC X(10) VALUE "RUN DATE: ".
           05 PAGE-HDG-02-DATE       PIC XX/XX/XXXX.
           05 FILLER                 PIC X(46) VALUE SPACES.
       01  PAGE-HDG-03.
           05 PAGE-HDG-03-CC         PIC X(01) VALUE SPACE.
           05 FILLER                 PIC X(09) VALUE SPACES.
           05 FILLER                 PIC X(08) VALUE "EMP NO  ".
           05 FILLER                 PIC X(22) VALUE "NAME".
           05 FILLER                 PIC X(06) VALUE "DEPT".
           05 FILLER                 PIC X(07) VALUE "BASIS".
           05 FILLER                 PIC X(12) VALUE "LAST PAY".
           05 FILLER                 PIC X(05) VALUE " DAYS".
           05 FILLER                 PIC X(10) VALUE "     HOURS".
           05 FILLER                 PIC X(12) VALUE "  DAILY COST".
           05 FILLER                 PIC X(14)
              VALUE "   ACCR. WAGES".
           05 FILLER                 PIC X(12) VALUE "  ER. TAXES".

       01  DETAIL-LINE.
           05 DTL-CC                 PIC X(01) VALUE SPACE.
           05 FILLER                 PIC X(09) VALUE SPACES.
           05 DTL-EMP-NUMBER         PIC X(06).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 DTL-EMP-NAME           PIC X(20).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 DTL-DEPT               PIC X(04).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 DTL-METHOD             PIC X(05).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 DTL-LAST-PAY           PIC X(10).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 DTL-DAYS               PIC ZZZ9.
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 DTL-HOURS              PIC ZZ,ZZ9.99.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 DTL-DAILY-COST         PIC $$,$$9.99.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 DTL-WAGES              PIC $$$,$$$,$$9.99.
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 DTL-TAXES              PIC $$$,$$9.99.
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 DTL-NOTE               PIC X(15).

       01  SECTION-HDG.
           05 SEC-CC                 PIC X(01) VALUE SPACE.
           05 FILLER                 PIC X(09) VALUE SPACES.
           05 SEC-TEXT               PIC X(60).

       01  DEPT-LINE.
           05 DPL-CC                 PIC X(01) VALUE SPACE.
           05 FILLER                 PIC X(09) VALUE SPACES.
           05 FILLER                 PIC X(12) VALUE "DEPARTMENT  ".
           05 DPL-DEPT               PIC X(04).
           05 FILLER                 PIC X(04) VALUE SPACES.
           05 FILLER                 PIC X(09) VALUE "ACCOUNT  ".
           05 DPL-ACCOUNT            PIC X(08).
           05 FILLER                 PIC X(04) VALUE SPACES.
           05 DPL-EMPLOYEES          PIC ZZ,ZZ9.
           05 FILLER                 PIC X(11) VALUE " EMPLOYEES ".
           05 DPL-WAGES              PIC $$$,$$$,$$9.99.
           05 FILLER                 PIC X(03) VALUE SPACES.
           05 DPL-TAXES              PIC $$$,$$$,$$9.99.

       01  POSTING-LINE.
           05 PSL-CC                 PIC X(01) VALUE SPACE.
           05 FILLER                 PIC X(09) VALUE SPACES.
           05 PSL-ACCOUNT            PIC X(08).
           05 FILLER                 PIC X(03) VALUE SPACES.
           05 PSL-PERIOD             PIC X(06).
           05 FILLER                 PIC X(03) VALUE SPACES.
           05 PSL-RUN-DATE           PIC X(06).
           05 FILLER                 PIC X(03) VALUE SPACES.
           05 PSL-DEBIT              PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                 PIC X(03) VALUE SPACES.
           05 PSL-CREDIT             PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                 PIC X(03) VALUE SPACES.
           05 PSL-DESCRIPTION        PIC X(24).

       01  TOTALS-LINE.
           05 TOTAL-LINE-CC          PIC X(01) VALUE SPACE.
           05 FILLER                 PIC X(09) VALUE SPACES.
           05 FILLER                 PIC X(20)
              VALUE "EMPLOYEES ACCRUED:  ".
           05 TOTAL-EMPLOYEES        PIC ZZ,ZZ9.
           05 FILLER                 PIC X(04) VALUE SPACES.
           05 FILLER                 PIC X(16) VALUE "ACCRUED WAGES:  ".
           05 TOTAL-WAGES            PIC $$$,$$$,$$9.99.
           05 FILLER                 PIC X(04) VALUE SPACES.
           05 FILLER                 PIC X(18)
              VALUE "EMPLOYER TAXES:   ".
           05 TOTAL-TAXES            PIC $$$,$$$,$$9.99.

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

           DISPLAY "PAYACRRB FOR RYAN BROOKS".

           PERFORM 1000-INITIALIZE.
           PERFORM 2000-SCAN-PAY-HISTORY.
           PERFORM 2500-SCAN-PUNCHES.

           PERFORM 8000-WRITE-HEADINGS.
           PERFORM VARYING WS-EMP-SUB FROM 1 BY 1
              UNTIL WS-EMP-SUB > WS-EMP-COUNT
              PERFORM 3000-ACCRUE-ONE-EMPLOYEE THRU 3000-EXIT
           END-PERFORM.

           perform 5000-CREATE-DEPT-SECTION.
           IF WS-TOTAL-WAGES > 0
              perform 6000-WRITE-GL-POSTINGS THRU 6000-EXIT
              perform 6500-LOG-ACCRUED-PERIOD THRU 6500-EXIT
           ELSE
              DISPLAY "PAYACRRB: NOTHING TO ACCRUE FOR PERIOD "
                  WS-ACCRUAL-PERIOD " - NO POSTINGS WRITTEN"
           END-IF.
           perform 9000-CREATE-TOTAL-LINE.

           display "PAY HISTORY RECORDS READ:    " WS-PH-RECORDS-READ.
           display "PUNCHES READ:                " WS-PUNCHES-READ.
           display "EMPLOYEES ACCRUED:           "
               WS-EMPLOYEES-ACCRUED.
           display "EMPLOYEES WITH NO BASIS:     "
               WS-EMPLOYEES-NO-BASIS.
           display "GL POSTING LINES WRITTEN:    " WS-POSTING-LINES.

           PERFORM 9900-WRITE-AUDIT-RECORD.

           close ACCRUAL-LISTING
                 AUDIT-TRAIL-FILE.

           GOBACK.

       0500-GET-FILE-PATHS.
      * OVERRIDE THE DEFAULT FILE PATHS IF THE MATCHING ENVIRONMENT
      * VARIABLE HAS BEEN SET:
           ACCEPT WS-ENV-PATH-OVERRIDE FROM ENVIRONMENT
                  "PAYACRRB-EMPLOYEE-MASTER".
           IF WS-ENV-PATH-OVERRIDE NOT = SPACES
              MOVE WS-ENV-PATH-OVERRIDE TO WS-EMPLOYEE-MASTER-PATH
           END-IF.
           ACCEPT WS-ENV-PATH-OVERRIDE FROM ENVIRONMENT
                  "PAYACRRB-PAY-HISTORY".
           IF WS-ENV-PATH-OVERRIDE NOT = SPACES
              MOVE WS-ENV-PATH-OVERRIDE TO WS-PAY-HISTORY-PATH
           END-IF.
           ACCEPT WS-ENV-PATH-OVERRIDE FROM ENVIRONMENT
                  "PAYACRRB-YTD-MASTER".
           IF WS-ENV-PATH-OVERRIDE NOT = SPACES
              MOVE WS-ENV-PATH-OVERRIDE TO WS-YTD-MASTER-PATH
           END-IF.
           ACCEPT WS-ENV-PATH-OVERRIDE FROM ENVIRONMENT
                  "PAYACRRB-PUNCH-FILE-IN".
           IF WS-ENV-PATH-OVERRIDE NOT = SPACES
              MOVE WS-ENV-PATH-OVERRIDE TO WS-PUNCH-FILE-IN-PATH
           END-IF.
           ACCEPT WS-ENV-PATH-OVERRIDE FROM ENVIRONMENT
                  "PAYACRRB-PAYROLL-CONTROL".
           IF WS-ENV-PATH-OVERRIDE NOT = SPACES
              MOVE WS-ENV-PATH-OVERRIDE TO WS-PAYROLL-CONTROL-PATH
           END-IF.
           ACCEPT WS-ENV-PATH-OVERRIDE FROM ENVIRONMENT
                  "PAYACRRB-GL-ACCOUNT-FILE".
           IF WS-ENV-PATH-OVERRIDE NOT = SPACES
              MOVE WS-ENV-PATH-OVERRIDE TO WS-GL-ACCOUNT-PATH
           END-IF.
           ACCEPT WS-ENV-PATH-OVERRIDE FROM ENVIRONMENT
                  "PAYACRRB-GL-POSTING-FILE".
           IF WS-ENV-PATH-OVERRIDE NOT = SPACES
              MOVE WS-ENV-PATH-OVERRIDE TO WS-GL-POSTING-PATH
           END-IF.
           ACCEPT WS-ENV-PATH-OVERRIDE FROM ENVIRONMENT
                  "PAYACRRB-ACCRUAL-CONTROL".
           IF WS-ENV-PATH-OVERRIDE NOT = SPACES
              MOVE WS-ENV-PATH-OVERRIDE TO WS-ACCRUAL-CONTROL-PATH
           END-IF.
           ACCEPT WS-ENV-PATH-OVERRIDE FROM ENVIRONMENT
                  "PAYACRRB-ACCRUAL-LISTING".
           IF WS-ENV-PATH-OVERRIDE NOT = SPACES
              MOVE WS-ENV-PATH-OVERRIDE TO WS-ACCRUAL-LISTING-PATH
           END-IF.
           ACCEPT WS-ENV-PATH-OVERRIDE FROM ENVIRONMENT
                  "PAYACRRB-AUDIT-TRAIL-FILE".
           IF WS-ENV-PATH-OVERRIDE NOT = SPACES
              MOVE WS-ENV-PATH-OVERRIDE TO WS-AUDIT-TRAIL-PATH
           END-IF.

       1000-INITIALIZE.
           PERFORM 0500-GET-FILE-PATHS.
           ACCEPT WS-RUN-DATE FROM DATE.
           MOVE   WS-RUN-DATE TO PAGE-HDG-02-DATE.
           MOVE "20"              TO WS-RUN-CCYYMMDD (1:2).
           MOVE WS-RUN-DATE (1:6) TO WS-RUN-CCYYMMDD (3:6).
           ACCEPT WS-AS-OF-DATE FROM ENVIRONMENT "PAYACRRB-AS-OF-DATE".
           IF WS-AS-OF-DATE = SPACES
              MOVE WS-RUN-CCYYMMDD TO WS-AS-OF-DATE
           END-IF.
           IF WS-AS-OF-DATE NOT NUMERIC
              DISPLAY "PAYACRRB: PAYACRRB-AS-OF-DATE (CCYYMMDD) IS "
                  "NOT A DATE - RUN STOPPED"
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           ACCEPT WS-FORCED-LAST-PAY-DATE FROM ENVIRONMENT
                  "PAYACRRB-LAST-PAY-DATE".
           IF WS-FORCED-LAST-PAY-DATE NOT = SPACES
              AND WS-FORCED-LAST-PAY-DATE NOT NUMERIC
              DISPLAY "PAYACRRB: PAYACRRB-LAST-PAY-DATE (CCYYMMDD) "
                  "IS NOT A DATE - RUN STOPPED"
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           ACCEPT WS-ENV-STAGING FROM ENVIRONMENT
                  "PAYACRRB-LOOKBACK-DAYS".
           IF WS-ENV-STAGING (1:3) IS NUMERIC
              AND WS-ENV-STAGING (1:3) NOT = "000"
              MOVE WS-ENV-STAGING (1:3) TO WS-LOOKBACK-DAYS
           END-IF.
           PERFORM 1100-GET-PERIODS.
           PERFORM 1200-CHECK-ACCRUAL-CONTROL.
           MOVE WS-ACCRUAL-PERIOD TO PAGE-HDG-01-PERIOD.
           MOVE WS-PERIOD-END (5:2) TO PAGE-HDG-02-END (1:2).
           MOVE "/"                 TO PAGE-HDG-02-END (3:1).
           MOVE WS-PERIOD-END (7:2) TO PAGE-HDG-02-END (4:2).
           MOVE "/"                 TO PAGE-HDG-02-END (6:1).
           MOVE WS-PERIOD-END (1:4) TO PAGE-HDG-02-END (7:4).
           OPEN INPUT PAYROLL-CONTROL-FILE.
           IF PAYROLL-CONTROL-FOUND
              READ PAYROLL-CONTROL-FILE INTO WS-PAYROLL-CONTROL-LINE
              CLOSE PAYROLL-CONTROL-FILE
           END-IF.
           IF WS-CTL-SS-PCT NOT NUMERIC
              MOVE .0620 TO WS-CTL-SS-PCT
           END-IF.
           IF WS-CTL-MED-PCT NOT NUMERIC
              MOVE .0145 TO WS-CTL-MED-PCT
           END-IF.
           IF WS-CTL-SS-WAGE-BASE NOT NUMERIC
              MOVE 168600 TO WS-CTL-SS-WAGE-BASE
           END-IF.
           IF WS-CTL-FUTA-PCT NOT NUMERIC
              MOVE .0060 TO WS-CTL-FUTA-PCT
           END-IF.
           IF WS-CTL-FUTA-WAGE-BASE NOT NUMERIC
              MOVE 7000 TO WS-CTL-FUTA-WAGE-BASE
           END-IF.
           IF WS-CTL-SUTA-PCT NOT NUMERIC
              MOVE .0270 TO WS-CTL-SUTA-PCT
           END-IF.
           IF WS-CTL-SUTA-WAGE-BASE NOT NUMERIC
              MOVE 9000 TO WS-CTL-SUTA-WAGE-BASE
           END-IF.
           OPEN OUTPUT ACCRUAL-LISTING.
           IF NOT GOOD-LISTING-WRITE
              DISPLAY "PAYACRRB: UNABLE TO OPEN ACCRUAL LISTING, "
                  "STATUS = " WS-ACCRUAL-LISTING-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN EXTEND AUDIT-TRAIL-FILE.
           IF NOT GOOD-AUDIT-TRAIL-WRITE
              CLOSE AUDIT-TRAIL-FILE
              OPEN OUTPUT AUDIT-TRAIL-FILE
           END-IF.
           PERFORM 1300-LOAD-GL-ACCOUNTS.
           PERFORM 1400-LOAD-EMPLOYEE-TABLE.
           PERFORM 1500-LOAD-YTD-FIGURES.

       1100-GET-PERIODS.
      * THE FISCAL PERIOD HOLDING THE AS-OF DATE AND ITS LAST DAY,
      * THEN THE PERIOD THAT STARTS THE DAY AFTER.  NO CALENDAR ROW
      * FALLS BACK TO THE CALENDAR MONTH, THE WAY PAYRPTRB STAMPS
      * ITS OWN POSTINGS.
           MOVE "P" TO DFN-FUNCTION-CODE.
           MOVE WS-AS-OF-DATE TO DFN-DATE-1.
           CALL "DATESRVRB" USING DATEFUN-PARMS.
           IF DFN-OK
              MOVE DFN-FISCAL-PERIOD TO WS-ACCRUAL-PERIOD
              MOVE DFN-RESULT-DATE   TO WS-PERIOD-END
           ELSE
              MOVE WS-AS-OF-DATE (1:6) TO WS-ACCRUAL-PERIOD
              MOVE WS-AS-OF-DATE TO WS-MONTH-WORK
              IF WS-MONTH-MM = 12
                 ADD 1 TO WS-MONTH-CCYY
                 MOVE 01 TO WS-MONTH-MM
              ELSE
                 ADD 1 TO WS-MONTH-MM
              END-IF
              MOVE 01 TO WS-MONTH-DD
              MOVE "C" TO DFN-FUNCTION-CODE
              MOVE WS-MONTH-WORK TO DFN-DATE-1
              MOVE -1 TO DFN-DAY-COUNT
              CALL "DATESRVRB" USING DATEFUN-PARMS
              IF NOT DFN-OK
                 DISPLAY "PAYACRRB: AS-OF DATE " WS-AS-OF-DATE
                     " IS NOT A VALID DATE - RUN STOPPED"
                 MOVE 16 TO RETURN-CODE
                 GOBACK
              END-IF
              MOVE DFN-RESULT-DATE TO WS-PERIOD-END
           END-IF.
           MOVE "C" TO DFN-FUNCTION-CODE.
           MOVE WS-PERIOD-END TO DFN-DATE-1.
           MOVE 1 TO DFN-DAY-COUNT.
           CALL "DATESRVRB" USING DATEFUN-PARMS.
           MOVE DFN-RESULT-DATE TO WS-NEXT-PERIOD-START.
           MOVE "F" TO DFN-FUNCTION-CODE.
           MOVE WS-NEXT-PERIOD-START TO DFN-DATE-1.
           CALL "DATESRVRB" USING DATEFUN-PARMS.
           IF DFN-OK
              MOVE DFN-FISCAL-PERIOD TO WS-NEXT-PERIOD
           ELSE
              MOVE WS-NEXT-PERIOD-START (1:6) TO WS-NEXT-PERIOD
           END-IF.

       1200-CHECK-ACCRUAL-CONTROL.
      * A PERIOD ALREADY ON THE CONTROL FILE WAS ACCRUED BY AN
      * EARLIER RUN - A SECOND ACCRUAL WOULD DOUBLE THE LIABILITY.
           OPEN INPUT ACCRUAL-CONTROL-FILE.
           IF ACCRUAL-CONTROL-SUCCESSFUL
              PERFORM UNTIL END-OF-ACCRUAL-CONTROL
                 READ ACCRUAL-CONTROL-FILE
                    AT END
                       SET END-OF-ACCRUAL-CONTROL TO TRUE
                    NOT AT END
                       IF ACC-PERIOD = WS-ACCRUAL-PERIOD
                          SET PERIOD-ALREADY-ACCRUED TO TRUE
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE ACCRUAL-CONTROL-FILE
           END-IF.
           IF PERIOD-ALREADY-ACCRUED
              DISPLAY "PAYACRRB: PERIOD " WS-ACCRUAL-PERIOD
                  " WAS ALREADY ACCRUED - RUN STOPPED"
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.

       1300-LOAD-GL-ACCOUNTS.
      * THE DEPARTMENT-TO-ACCOUNT MAP.  *ACW AND *ACT OVERRIDE THE
      * ACCRUED WAGES AND ACCRUED PAYROLL TAXES ACCOUNTS; PAYRPTRB'S
      * OWN SPECIAL ROWS ARE SKIPPED.  NO FILE LEAVES THE DEFAULTS.
           OPEN INPUT GL-ACCOUNT-FILE.
           IF GL-ACCOUNT-FILE-OK
              PERFORM UNTIL END-OF-GL-ACCOUNT-FILE
                       OR WS-GL-MAP-COUNT > 49
                 READ GL-ACCOUNT-FILE
                    AT END
                       SET END-OF-GL-ACCOUNT-FILE TO TRUE
                    NOT AT END
                       EVALUATE TRUE
                          WHEN GLA-DEPT-CODE = "*ACW"
                             MOVE GLA-ACCOUNT
                               TO WS-GL-ACCRUED-WAGES-ACCT
                          WHEN GLA-DEPT-CODE = "*ACT"
                             MOVE GLA-ACCOUNT
                               TO WS-GL-ACCRUED-TAXES-ACCT
                          WHEN GLA-DEPT-CODE (1:1) = "*"
                             CONTINUE
                          WHEN OTHER
                             ADD 1 TO WS-GL-MAP-COUNT
                             MOVE GLA-DEPT-CODE TO
                                  TABLE-GL-DEPT (WS-GL-MAP-COUNT)
                             MOVE GLA-ACCOUNT TO
                                  TABLE-GL-ACCOUNT (WS-GL-MAP-COUNT)
                       END-EVALUATE
                 END-READ
              END-PERFORM
              CLOSE GL-ACCOUNT-FILE
           END-IF.

       1400-LOAD-EMPLOYEE-TABLE.
           OPEN INPUT EMPLOYEE-MASTER.
           IF NOT EMPLOYEE-MASTER-SUCCESSFUL
              DISPLAY "PAYACRRB: UNABLE TO OPEN EMPLOYEE MASTER, "
                  "STATUS = " WS-EMPLOYEE-MASTER-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           PERFORM UNTIL END-OF-EMPLOYEE-MASTER
              READ EMPLOYEE-MASTER
                 AT END
                    SET END-OF-EMPLOYEE-MASTER TO TRUE
                 NOT AT END
                    IF WS-EMP-COUNT = 5000
                       DISPLAY "PAYACRRB: EMPLOYEE TABLE CEILING "
                           "(5000) REACHED - RUN STOPPED"
                       MOVE 16 TO RETURN-CODE
                       GOBACK
                    END-IF
                    ADD 1 TO WS-EMP-COUNT
                    MOVE EMP-NUMBER TO TABLE-EMP-NUMBER (WS-EMP-COUNT)
                    MOVE EMP-NAME   TO TABLE-EMP-NAME (WS-EMP-COUNT)
                    MOVE EMP-DEPT   TO TABLE-EMP-DEPT (WS-EMP-COUNT)
                    MOVE EMP-STATUS TO TABLE-EMP-STATUS (WS-EMP-COUNT)
                    IF EMP-PAY-RATE IS NUMERIC
                       COMPUTE TABLE-EMP-RATE (WS-EMP-COUNT) =
                           FUNCTION NUMVAL (EMP-PAY-RATE) / 100
                    ELSE
                       MOVE 0 TO TABLE-EMP-RATE (WS-EMP-COUNT)
                    END-IF
                    MOVE EMP-PAY-FREQUENCY
                      TO TABLE-EMP-FREQUENCY (WS-EMP-COUNT)
                    MOVE EMP-PAY-TYPE
                      TO TABLE-EMP-PAY-TYPE (WS-EMP-COUNT)
                    MOVE WS-FORCED-LAST-PAY-DATE
                      TO TABLE-EMP-LAST-PAY (WS-EMP-COUNT)
                    MOVE SPACES
                      TO TABLE-EMP-WINDOW-FROM (WS-EMP-COUNT)
                         TABLE-EMP-OPEN-DATE (WS-EMP-COUNT)
                    MOVE 0 TO TABLE-EMP-CHECKS (WS-EMP-COUNT)
                              TABLE-EMP-CHECK-GROSS (WS-EMP-COUNT)
                              TABLE-EMP-PUNCH-MINS (WS-EMP-COUNT)
                              TABLE-EMP-OPEN-MINS (WS-EMP-COUNT)
                              TABLE-EMP-YTD-GROSS (WS-EMP-COUNT)
                              TABLE-EMP-YTD-SS-WAGES (WS-EMP-COUNT)
              END-READ
           END-PERFORM.
           CLOSE EMPLOYEE-MASTER.

       1500-LOAD-YTD-FIGURES.
      * WAGES ALREADY PAID THIS CALENDAR YEAR, FOR THE WAGE BASES.
      * NO YTD MASTER, OR A RECORD FOR ANOTHER YEAR, COUNTS AS
      * NOTHING PAID YET - THE FULL RATE APPLIES.
           OPEN INPUT YTD-MASTER.
           IF YTD-MASTER-SUCCESSFUL
              PERFORM UNTIL END-OF-YTD-MASTER
                 READ YTD-MASTER
                    AT END
                       SET END-OF-YTD-MASTER TO TRUE
                    NOT AT END
                       PERFORM 1550-KEEP-YTD-FIGURES
                 END-READ
              END-PERFORM
              CLOSE YTD-MASTER
           END-IF.

       1550-KEEP-YTD-FIGURES.
           IF YTD-TAX-YEAR = WS-PERIOD-END (1:4)
              AND YTD-GROSS IS NUMERIC
              PERFORM VARYING WS-EMP-SUB FROM 1 BY 1
                 UNTIL WS-EMP-SUB > WS-EMP-COUNT
                    OR TABLE-EMP-NUMBER (WS-EMP-SUB) = YTD-EMP-NUMBER
              END-PERFORM
              IF WS-EMP-SUB NOT > WS-EMP-COUNT
                 MOVE YTD-GROSS TO TABLE-EMP-YTD-GROSS (WS-EMP-SUB)
                 IF YTD-SS-WAGES IS NUMERIC
                    MOVE YTD-SS-WAGES
                      TO TABLE-EMP-YTD-SS-WAGES (WS-EMP-SUB)
                 ELSE
                    MOVE YTD-GROSS
                      TO TABLE-EMP-YTD-SS-WAGES (WS-EMP-SUB)
                 END-IF
              END-IF
           END-IF.

       2000-SCAN-PAY-HISTORY.
      * TWO PASSES: THE FIRST FINDS EACH EMPLOYEE'S LAST NORMAL PAY
      * DATE ON OR BEFORE PERIOD END, THE SECOND AVERAGES THE NORMAL
      * CHECKS IN THE LOOKBACK WINDOW ENDING ON THAT DATE.
           OPEN INPUT PAY-HISTORY-FILE.
           IF NOT PAY-HISTORY-SUCCESSFUL
              DISPLAY "PAYACRRB: UNABLE TO OPEN PAY HISTORY, "
                  "STATUS = " WS-PAY-HISTORY-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           IF WS-FORCED-LAST-PAY-DATE = SPACES
              PERFORM UNTIL END-OF-PAY-HISTORY
                 READ PAY-HISTORY-FILE
                    AT END
                       SET END-OF-PAY-HISTORY TO TRUE
                    NOT AT END
                       ADD 1 TO WS-PH-RECORDS-READ
                       PERFORM 2100-FIND-LAST-PAY-DATE
                 END-READ
              END-PERFORM
              CLOSE PAY-HISTORY-FILE
              OPEN INPUT PAY-HISTORY-FILE
           END-IF.
      * AN EMPLOYEE WITH NO CHECK YET IN THE PERIOD'S REACH STARTS
      * FROM THE COMPANY'S LAST PAY DATE.
           PERFORM VARYING WS-EMP-SUB FROM 1 BY 1
              UNTIL WS-EMP-SUB > WS-EMP-COUNT
              IF TABLE-EMP-LAST-PAY (WS-EMP-SUB) = SPACES
                 MOVE WS-COMPANY-LAST-PAY-DATE
                   TO TABLE-EMP-LAST-PAY (WS-EMP-SUB)
              END-IF
              IF TABLE-EMP-LAST-PAY (WS-EMP-SUB) NOT = SPACES
                 MOVE "C" TO DFN-FUNCTION-CODE
                 MOVE TABLE-EMP-LAST-PAY (WS-EMP-SUB) TO DFN-DATE-1
                 COMPUTE DFN-DAY-COUNT = 0 - WS-LOOKBACK-DAYS
                 CALL "DATESRVRB" USING DATEFUN-PARMS
                 MOVE DFN-RESULT-DATE
                   TO TABLE-EMP-WINDOW-FROM (WS-EMP-SUB)
              END-IF
           END-PERFORM.
           MOVE "00" TO WS-PAY-HISTORY-STATUS.
           PERFORM UNTIL END-OF-PAY-HISTORY
              READ PAY-HISTORY-FILE
                 AT END
                    SET END-OF-PAY-HISTORY TO TRUE
                 NOT AT END
                    IF WS-FORCED-LAST-PAY-DATE NOT = SPACES
                       ADD 1 TO WS-PH-RECORDS-READ
                    END-IF
                    PERFORM 2200-AVERAGE-ONE-CHECK
              END-READ
           END-PERFORM.
           CLOSE PAY-HISTORY-FILE.

       2050-RESTATE-CHECK.
      * PAY DATE (MMDDYY ON THE PAYROLL IMAGE) TO CCYYMMDD, AND THE
      * EMPLOYEE'S TABLE ENTRY.
           MOVE PH-KEY-EMP-DATE TO WS-PH-REC (1:12).
           MOVE PH-REC-REST     TO WS-PH-REC (13:113).
           MOVE WS-PH-PAY-YY TO WS-PH-YY.
           MOVE WS-PH-PAY-MM TO WS-PH-MM.
           MOVE WS-PH-PAY-DD TO WS-PH-DD.
           PERFORM VARYING WS-EMP-SUB FROM 1 BY 1
              UNTIL WS-EMP-SUB > WS-EMP-COUNT
                 OR TABLE-EMP-NUMBER (WS-EMP-SUB) = WS-PH-EMP-NUMBER
           END-PERFORM.

       2100-FIND-LAST-PAY-DATE.
      * ONLY NORMAL CHECKS SET THE PAY RHYTHM - VOIDS AND ADJUSTMENTS
      * CAN CARRY ANY DATE.
           PERFORM 2050-RESTATE-CHECK.
           IF (WS-PH-TRAN-TYPE = " " OR WS-PH-TRAN-TYPE = "N")
              AND WS-PH-PAY-CCYYMMDD IS NUMERIC
              AND WS-PH-PAY-CCYYMMDD NOT > WS-PERIOD-END
              IF WS-PH-PAY-CCYYMMDD > WS-COMPANY-LAST-PAY-DATE
                 OR WS-COMPANY-LAST-PAY-DATE = SPACES
                 MOVE WS-PH-PAY-CCYYMMDD TO WS-COMPANY-LAST-PAY-DATE
              END-IF
              IF WS-EMP-SUB NOT > WS-EMP-COUNT
                 IF WS-PH-PAY-CCYYMMDD > TABLE-EMP-LAST-PAY (WS-EMP-SUB)
                    OR TABLE-EMP-LAST-PAY (WS-EMP-SUB) = SPACES
                    MOVE WS-PH-PAY-CCYYMMDD
                      TO TABLE-EMP-LAST-PAY (WS-EMP-SUB)
                 END-IF
              END-IF
           END-IF.

       2200-AVERAGE-ONE-CHECK.
           PERFORM 2050-RESTATE-CHECK.
           IF WS-EMP-SUB NOT > WS-EMP-COUNT
              IF (WS-PH-TRAN-TYPE = " " OR WS-PH-TRAN-TYPE = "N")
                 AND WS-PH-GROSS IS NUMERIC
                 AND WS-PH-PAY-CCYYMMDD IS NUMERIC
                 AND TABLE-EMP-LAST-PAY (WS-EMP-SUB) NOT = SPACES
                 AND WS-PH-PAY-CCYYMMDD >
                     TABLE-EMP-WINDOW-FROM (WS-EMP-SUB)
                 AND WS-PH-PAY-CCYYMMDD NOT >
                     TABLE-EMP-LAST-PAY (WS-EMP-SUB)
                 ADD 1 TO TABLE-EMP-CHECKS (WS-EMP-SUB)
                 ADD WS-PH-GROSS TO TABLE-EMP-CHECK-GROSS (WS-EMP-SUB)
              END-IF
           END-IF.

       2500-SCAN-PUNCHES.
      * PAIR EACH EMPLOYEE'S IN AND OUT PUNCHES AND KEEP THE MINUTES
      * OF EVERY SHIFT THAT STARTED AFTER THEIR LAST PAY DATE AND BY
      * PERIOD END.  NO PUNCH FILE JUST MEANS EVERYONE IS ACCRUED AT
      * THEIR DAILY COST.
           OPEN INPUT PUNCH-FILE-IN.
           IF NOT PUNCH-FILE-SUCCESSFUL
              DISPLAY "PAYACRRB: NO PUNCH FILE - ACCRUING FROM PAY "
                  "HISTORY ONLY"
           ELSE
              PERFORM UNTIL END-OF-PUNCH-FILE
                 READ PUNCH-FILE-IN
                    AT END
                       SET END-OF-PUNCH-FILE TO TRUE
                    NOT AT END
                       IF NOT PUNCH-REC-IS-TRAILER
                          ADD 1 TO WS-PUNCHES-READ
                          PERFORM 2600-PAIR-ONE-PUNCH THRU 2600-EXIT
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE PUNCH-FILE-IN
           END-IF.

       2600-PAIR-ONE-PUNCH.
           IF PCH-TIME IS NOT NUMERIC
              GO TO 2600-EXIT
           END-IF.
           PERFORM VARYING WS-EMP-SUB FROM 1 BY 1
              UNTIL WS-EMP-SUB > WS-EMP-COUNT
                 OR TABLE-EMP-NUMBER (WS-EMP-SUB) = PCH-EMP-NUMBER
           END-PERFORM.
           IF WS-EMP-SUB > WS-EMP-COUNT
              GO TO 2600-EXIT
           END-IF.
           COMPUTE WS-PUNCH-MINS = PCH-TIME-HH * 60 + PCH-TIME-MM.
           IF PUNCH-IN
              MOVE PCH-DATE      TO TABLE-EMP-OPEN-DATE (WS-EMP-SUB)
              MOVE WS-PUNCH-MINS TO TABLE-EMP-OPEN-MINS (WS-EMP-SUB)
           END-IF.
           IF PUNCH-OUT
              AND TABLE-EMP-OPEN-DATE (WS-EMP-SUB) NOT = SPACES
      * A SHIFT THAT ENDS ON A LATER DATE CROSSED MIDNIGHT.
              COMPUTE WS-SHIFT-MINS =
                  WS-PUNCH-MINS - TABLE-EMP-OPEN-MINS (WS-EMP-SUB)
              IF PCH-DATE > TABLE-EMP-OPEN-DATE (WS-EMP-SUB)
                 ADD 1440 TO WS-SHIFT-MINS
              END-IF
              IF WS-SHIFT-MINS > 0
                 AND TABLE-EMP-OPEN-DATE (WS-EMP-SUB) >
                     TABLE-EMP-LAST-PAY (WS-EMP-SUB)
                 AND TABLE-EMP-OPEN-DATE (WS-EMP-SUB) NOT >
                     WS-PERIOD-END
                 ADD WS-SHIFT-MINS TO TABLE-EMP-PUNCH-MINS (WS-EMP-SUB)
              END-IF
              MOVE SPACES TO TABLE-EMP-OPEN-DATE (WS-EMP-SUB)
           END-IF.
       2600-EXIT.
           EXIT.

       3000-ACCRUE-ONE-EMPLOYEE.
      * PUNCHED HOURS FOR AN HOURLY EMPLOYEE WHO HAS THEM, OTHERWISE
      * THE AVERAGE DAILY COST TIMES THE CALENDAR DAYS UNPAID.
           IF TABLE-EMP-STATUS (WS-EMP-SUB) = "T"
              OR TABLE-EMP-LAST-PAY (WS-EMP-SUB) = SPACES
              GO TO 3000-EXIT
           END-IF.
           MOVE "D" TO DFN-FUNCTION-CODE.
           MOVE TABLE-EMP-LAST-PAY (WS-EMP-SUB) TO DFN-DATE-1.
           MOVE WS-PERIOD-END TO DFN-DATE-2.
           CALL "DATESRVRB" USING DATEFUN-PARMS.
           IF NOT DFN-OK OR DFN-DAY-COUNT NOT > 0
              GO TO 3000-EXIT
           END-IF.
           MOVE DFN-DAY-COUNT TO WS-ACCRUAL-DAYS.
           MOVE 0 TO WS-EMP-WAGES WS-EMP-TAXES WS-DAILY-COST
                     WS-PUNCH-HOURS.
           MOVE SPACES TO DTL-NOTE.
           EVALUATE TRUE
              WHEN TABLE-EMP-PAY-TYPE (WS-EMP-SUB) NOT = "S"
                 AND TABLE-EMP-PUNCH-MINS (WS-EMP-SUB) > 0
                 MOVE "PUNCH" TO WS-ACCRUAL-METHOD
                 COMPUTE WS-PUNCH-HOURS ROUNDED =
                     TABLE-EMP-PUNCH-MINS (WS-EMP-SUB) / 60
                 COMPUTE WS-EMP-WAGES ROUNDED =
                     WS-PUNCH-HOURS * TABLE-EMP-RATE (WS-EMP-SUB)
              WHEN TABLE-EMP-CHECKS (WS-EMP-SUB) > 0
                 MOVE "AVG" TO WS-ACCRUAL-METHOD
                 EVALUATE TABLE-EMP-FREQUENCY (WS-EMP-SUB)
                    WHEN "B" MOVE 26 TO WS-PERIODS-PER-YEAR
                    WHEN "S" MOVE 24 TO WS-PERIODS-PER-YEAR
                    WHEN "M" MOVE 12 TO WS-PERIODS-PER-YEAR
                    WHEN OTHER MOVE 52 TO WS-PERIODS-PER-YEAR
                 END-EVALUATE
                 COMPUTE WS-DAILY-COST ROUNDED =
                     TABLE-EMP-CHECK-GROSS (WS-EMP-SUB)
                     / TABLE-EMP-CHECKS (WS-EMP-SUB)
                     * WS-PERIODS-PER-YEAR / 365
                 COMPUTE WS-EMP-WAGES ROUNDED =
                     WS-DAILY-COST * WS-ACCRUAL-DAYS
              WHEN OTHER
                 MOVE "NONE" TO WS-ACCRUAL-METHOD
                 MOVE "NO PAY HISTORY" TO DTL-NOTE
                 ADD 1 TO WS-EMPLOYEES-NO-BASIS
           END-EVALUATE.
           IF WS-EMP-WAGES > 0
              PERFORM 3100-FIGURE-EMPLOYER-TAXES
              PERFORM 3200-ADD-TO-DEPARTMENT
              ADD 1 TO WS-EMPLOYEES-ACCRUED
              ADD WS-EMP-WAGES TO WS-TOTAL-WAGES
              ADD WS-EMP-TAXES TO WS-TOTAL-TAXES
           END-IF.
           MOVE TABLE-EMP-NUMBER (WS-EMP-SUB) TO DTL-EMP-NUMBER.
           MOVE TABLE-EMP-NAME (WS-EMP-SUB)   TO DTL-EMP-NAME.
           MOVE TABLE-EMP-DEPT (WS-EMP-SUB)   TO DTL-DEPT.
           MOVE WS-ACCRUAL-METHOD              TO DTL-METHOD.
           MOVE TABLE-EMP-LAST-PAY (WS-EMP-SUB) (5:2)
             TO DTL-LAST-PAY (1:2).
           MOVE "/" TO DTL-LAST-PAY (3:1).
           MOVE TABLE-EMP-LAST-PAY (WS-EMP-SUB) (7:2)
             TO DTL-LAST-PAY (4:2).
           MOVE "/" TO DTL-LAST-PAY (6:1).
           MOVE TABLE-EMP-LAST-PAY (WS-EMP-SUB) (1:4)
             TO DTL-LAST-PAY (7:4).
           MOVE WS-ACCRUAL-DAYS TO DTL-DAYS.
           MOVE WS-PUNCH-HOURS  TO DTL-HOURS.
           MOVE WS-DAILY-COST   TO DTL-DAILY-COST.
           MOVE WS-EMP-WAGES    TO DTL-WAGES.
           MOVE WS-EMP-TAXES    TO DTL-TAXES.
           if WS-LINE-COUNT > 50
              perform 8000-WRITE-HEADINGS
           END-IF.
           write ACCRUAL-LISTING-RECORD from DETAIL-LINE
             after advancing 01 lines.
           add 1 to WS-LINE-COUNT.
       3000-EXIT.
           EXIT.

       3100-FIGURE-EMPLOYER-TAXES.
      * EACH TAX ONLY ON THE PART OF THE ACCRUAL STILL UNDER ITS WAGE
      * BASE; MEDICARE HAS NO BASE.
           COMPUTE WS-TAX-WORK = WS-EMP-WAGES * WS-CTL-MED-PCT.
           COMPUTE WS-BASE-ROOM = WS-CTL-SS-WAGE-BASE
               - TABLE-EMP-YTD-SS-WAGES (WS-EMP-SUB).
           PERFORM 3150-LIMIT-TO-BASE.
           COMPUTE WS-TAX-WORK = WS-TAX-WORK
               + WS-SUBJECT-WAGES * WS-CTL-SS-PCT.
           COMPUTE WS-BASE-ROOM = WS-CTL-FUTA-WAGE-BASE
               - TABLE-EMP-YTD-GROSS (WS-EMP-SUB).
           PERFORM 3150-LIMIT-TO-BASE.
           COMPUTE WS-TAX-WORK = WS-TAX-WORK
               + WS-SUBJECT-WAGES * WS-CTL-FUTA-PCT.
           COMPUTE WS-BASE-ROOM = WS-CTL-SUTA-WAGE-BASE
               - TABLE-EMP-YTD-GROSS (WS-EMP-SUB).
           PERFORM 3150-LIMIT-TO-BASE.
           COMPUTE WS-TAX-WORK = WS-TAX-WORK
               + WS-SUBJECT-WAGES * WS-CTL-SUTA-PCT.
           COMPUTE WS-EMP-TAXES ROUNDED = WS-TAX-WORK.

       3150-LIMIT-TO-BASE.
           IF WS-BASE-ROOM NOT > 0
              MOVE 0 TO WS-SUBJECT-WAGES
           ELSE
              IF WS-EMP-WAGES > WS-BASE-ROOM
                 MOVE WS-BASE-ROOM TO WS-SUBJECT-WAGES
              ELSE
                 MOVE WS-EMP-WAGES TO WS-SUBJECT-WAGES
              END-IF
           END-IF.

       3200-ADD-TO-DEPARTMENT.
           PERFORM VARYING WS-DEPT-SUB FROM 1 BY 1
              UNTIL WS-DEPT-SUB > WS-DEPT-COUNT
                 OR TABLE-DEPT-CODE (WS-DEPT-SUB) =
                    TABLE-EMP-DEPT (WS-EMP-SUB)
           END-PERFORM.
           IF WS-DEPT-SUB > WS-DEPT-COUNT
              IF WS-DEPT-COUNT = 50
                 DISPLAY "PAYACRRB: DEPARTMENT TABLE CEILING (50) "
                     "REACHED - RUN STOPPED"
                 MOVE 16 TO RETURN-CODE
                 GOBACK
              END-IF
              ADD 1 TO WS-DEPT-COUNT
              MOVE TABLE-EMP-DEPT (WS-EMP-SUB)
                TO TABLE-DEPT-CODE (WS-DEPT-SUB)
              MOVE 0 TO TABLE-DEPT-WAGES (WS-DEPT-SUB)
                        TABLE-DEPT-TAXES (WS-DEPT-SUB)
                        TABLE-DEPT-EMPLOYEES (WS-DEPT-SUB)
           END-IF.
           ADD WS-EMP-WAGES TO TABLE-DEPT-WAGES (WS-DEPT-SUB).
           ADD WS-EMP-TAXES TO TABLE-DEPT-TAXES (WS-DEPT-SUB).
           ADD 1 TO TABLE-DEPT-EMPLOYEES (WS-DEPT-SUB).

       5000-CREATE-DEPT-SECTION.
           write ACCRUAL-LISTING-RECORD from DETAIL-LINE-LINE
             after advancing 01 lines.
           MOVE "ACCRUAL BY DEPARTMENT (WAGES / EMPLOYER TAXES)"
             TO SEC-TEXT.
           write ACCRUAL-LISTING-RECORD from SECTION-HDG
             after advancing 02 lines.
           add 3 to WS-LINE-COUNT.
           PERFORM VARYING WS-DEPT-SUB FROM 1 BY 1
              UNTIL WS-DEPT-SUB > WS-DEPT-COUNT
              PERFORM 6100-FIND-DEPT-ACCOUNT
              MOVE TABLE-DEPT-CODE (WS-DEPT-SUB)      TO DPL-DEPT
              MOVE WS-GL-DEPT-ACCOUNT                 TO DPL-ACCOUNT
              MOVE TABLE-DEPT-EMPLOYEES (WS-DEPT-SUB) TO DPL-EMPLOYEES
              MOVE TABLE-DEPT-WAGES (WS-DEPT-SUB)     TO DPL-WAGES
              MOVE TABLE-DEPT-TAXES (WS-DEPT-SUB)     TO DPL-TAXES
              if WS-LINE-COUNT > 50
                 perform 8000-WRITE-HEADINGS
              END-IF
              write ACCRUAL-LISTING-RECORD from DEPT-LINE
                after advancing 01 lines
              add 1 to WS-LINE-COUNT
           END-PERFORM.

       6000-WRITE-GL-POSTINGS.
      * THE ACCRUAL IN THIS PERIOD, THEN THE SAME LINES ON THE
      * OPPOSITE SIDES DATED THE FIRST DAY OF THE NEXT PERIOD.  EACH
      * SET BALANCES ON ITS OWN: THE DEPARTMENT DEBITS EQUAL THE TWO
      * ACCRUED-LIABILITY CREDITS.  THE POSTING FILE IS A SHARED
      * SPOOL, SO THIS APPENDS.
           OPEN EXTEND GL-POSTING-FILE.
           IF NOT GOOD-GL-POSTING-WRITE
              CLOSE GL-POSTING-FILE
              OPEN OUTPUT GL-POSTING-FILE
           END-IF.
           IF NOT GOOD-GL-POSTING-WRITE
              DISPLAY "PAYACRRB: UNABLE TO OPEN GL POSTING FILE, "
                  "STATUS = " WS-GL-POSTING-STATUS
              MOVE 16 TO RETURN-CODE
              GO TO 6000-EXIT
           END-IF.
           MOVE "GL POSTINGS - ACCRUAL AND REVERSAL" TO SEC-TEXT.
           if WS-LINE-COUNT > 40
              perform 8000-WRITE-HEADINGS
           END-IF.
           write ACCRUAL-LISTING-RECORD from SECTION-HDG
             after advancing 02 lines.
           add 2 to WS-LINE-COUNT.
           MOVE "N" TO WS-REVERSING-SW.
           MOVE WS-RUN-DATE (1:6)  TO WS-POSTING-RUN-DATE.
           MOVE WS-ACCRUAL-PERIOD  TO WS-POSTING-PERIOD.
           PERFORM 6200-WRITE-POSTING-SET.
           SET WRITING-REVERSAL TO TRUE.
           MOVE WS-NEXT-PERIOD-START (3:6) TO WS-POSTING-RUN-DATE.
           MOVE WS-NEXT-PERIOD            TO WS-POSTING-PERIOD.
           PERFORM 6200-WRITE-POSTING-SET.
           CLOSE GL-POSTING-FILE.
       6000-EXIT.
           EXIT.

       6100-FIND-DEPT-ACCOUNT.
           PERFORM VARYING WS-GL-MAP-SUB FROM 1 BY 1
              UNTIL WS-GL-MAP-SUB > WS-GL-MAP-COUNT
                 OR TABLE-GL-DEPT (WS-GL-MAP-SUB) =
                    TABLE-DEPT-CODE (WS-DEPT-SUB)
           END-PERFORM.
           IF WS-GL-MAP-SUB > WS-GL-MAP-COUNT
              MOVE WS-GL-EXPENSE-DEFAULT TO WS-GL-DEPT-ACCOUNT
           ELSE
              MOVE TABLE-GL-ACCOUNT (WS-GL-MAP-SUB)
                TO WS-GL-DEPT-ACCOUNT
           END-IF.

       6200-WRITE-POSTING-SET.
           PERFORM VARYING WS-DEPT-SUB FROM 1 BY 1
              UNTIL WS-DEPT-SUB > WS-DEPT-COUNT
              PERFORM 6100-FIND-DEPT-ACCOUNT
              MOVE WS-GL-DEPT-ACCOUNT TO GLP-ACCOUNT
              MOVE "D" TO WS-GL-POSTING-SIDE
              MOVE TABLE-DEPT-WAGES (WS-DEPT-SUB)
                TO WS-GL-POSTING-AMOUNT
              MOVE SPACES TO GLP-DESCRIPTION
              STRING "ACCRUED WAGES " TABLE-DEPT-CODE (WS-DEPT-SUB)
                DELIMITED BY SIZE INTO GLP-DESCRIPTION
              PERFORM 6300-WRITE-POSTING-LINE
              IF TABLE-DEPT-TAXES (WS-DEPT-SUB) > 0
                 MOVE WS-GL-DEPT-ACCOUNT TO GLP-ACCOUNT
                 MOVE "D" TO WS-GL-POSTING-SIDE
                 MOVE TABLE-DEPT-TAXES (WS-DEPT-SUB)
                   TO WS-GL-POSTING-AMOUNT
                 MOVE SPACES TO GLP-DESCRIPTION
                 STRING "ACCRUED ER TAX " TABLE-DEPT-CODE (WS-DEPT-SUB)
                   DELIMITED BY SIZE INTO GLP-DESCRIPTION
                 PERFORM 6300-WRITE-POSTING-LINE
              END-IF
           END-PERFORM.
           MOVE WS-GL-ACCRUED-WAGES-ACCT TO GLP-ACCOUNT.
           MOVE "C" TO WS-GL-POSTING-SIDE.
           MOVE WS-TOTAL-WAGES TO WS-GL-POSTING-AMOUNT.
           MOVE "ACCRUED WAGES LIAB" TO GLP-DESCRIPTION.
           PERFORM 6300-WRITE-POSTING-LINE.
           IF WS-TOTAL-TAXES > 0
              MOVE WS-GL-ACCRUED-TAXES-ACCT TO GLP-ACCOUNT
              MOVE "C" TO WS-GL-POSTING-SIDE
              MOVE WS-TOTAL-TAXES TO WS-GL-POSTING-AMOUNT
              MOVE "ACCRUED ER TAX LIAB" TO GLP-DESCRIPTION
              PERFORM 6300-WRITE-POSTING-LINE
           END-IF.

       6300-WRITE-POSTING-LINE.
      * CALLERS SET THE ACCOUNT, DESCRIPTION, NATURAL SIDE, AND
      * AMOUNT; THE REVERSAL FLIPS THE SIDE AND MARKS THE TEXT.
           IF WRITING-REVERSAL
              IF WS-GL-POSTING-SIDE = "D"
                 MOVE "C" TO WS-GL-POSTING-SIDE
              ELSE
                 MOVE "D" TO WS-GL-POSTING-SIDE
              END-IF
              MOVE GLP-DESCRIPTION TO WS-REVERSAL-TEXT
              MOVE SPACES TO GLP-DESCRIPTION
              STRING "REV " WS-REVERSAL-TEXT
                DELIMITED BY SIZE INTO GLP-DESCRIPTION
           END-IF.
           MOVE WS-GL-POSTING-SIDE   TO GLP-DR-CR.
           MOVE WS-GL-POSTING-AMOUNT TO GLP-AMOUNT.
           MOVE WS-POSTING-RUN-DATE  TO GLP-RUN-DATE.
           MOVE WS-POSTING-PERIOD    TO GLP-PERIOD.
           WRITE GL-POSTING-RECORD.
           ADD 1 TO WS-POSTING-LINES.
           MOVE GLP-ACCOUNT     TO PSL-ACCOUNT.
           MOVE GLP-PERIOD      TO PSL-PERIOD.
           MOVE GLP-RUN-DATE    TO PSL-RUN-DATE.
           MOVE GLP-DESCRIPTION TO PSL-DESCRIPTION.
           IF GLP-DR-CR = "D"
              MOVE GLP-AMOUNT TO PSL-DEBIT
              MOVE 0          TO PSL-CREDIT
           ELSE
              MOVE 0          TO PSL-DEBIT
              MOVE GLP-AMOUNT TO PSL-CREDIT
           END-IF.
           if WS-LINE-COUNT > 50
              perform 8000-WRITE-HEADINGS
           END-IF.
           write ACCRUAL-LISTING-RECORD from POSTING-LINE
             after advancing 01 lines.
           add 1 to WS-LINE-COUNT.

       6500-LOG-ACCRUED-PERIOD.
           IF RETURN-CODE NOT = 0
              GO TO 6500-EXIT
           END-IF.
           OPEN EXTEND ACCRUAL-CONTROL-FILE.
           IF NOT ACCRUAL-CONTROL-SUCCESSFUL
              CLOSE ACCRUAL-CONTROL-FILE
              OPEN OUTPUT ACCRUAL-CONTROL-FILE
           END-IF.
           MOVE WS-ACCRUAL-PERIOD TO ACC-PERIOD.
           MOVE WS-PERIOD-END     TO ACC-PERIOD-END.
           MOVE WS-RUN-CCYYMMDD   TO ACC-RUN-DATE.
           MOVE WS-TOTAL-WAGES    TO ACC-WAGES.
           MOVE WS-TOTAL-TAXES    TO ACC-TAXES.
           WRITE ACCRUAL-CONTROL-RECORD.
           CLOSE ACCRUAL-CONTROL-FILE.
       6500-EXIT.
           EXIT.

       8000-WRITE-HEADINGS.
           add 1 to WS-PAGE-COUNT.
           move WS-PAGE-COUNT TO PAGE-HDG-01-PAGE.
           WRITE ACCRUAL-LISTING-RECORD FROM WS-REPORT-RULER
             after advancing page.
           WRITE ACCRUAL-LISTING-RECORD
            FROM PAGE-HDG-01 after advancing 01 LINES.
           WRITE ACCRUAL-LISTING-RECORD
            FROM PAGE-HDG-02 after advancing 01 LINES.
           WRITE ACCRUAL-LISTING-RECORD
            FROM PAGE-HDG-03 after advancing 02 LINES.
           MOVE 5 TO WS-LINE-COUNT.

       9000-CREATE-TOTAL-LINE.
           MOVE WS-EMPLOYEES-ACCRUED TO TOTAL-EMPLOYEES.
           MOVE WS-TOTAL-WAGES       TO TOTAL-WAGES.
           MOVE WS-TOTAL-TAXES       TO TOTAL-TAXES.
           write ACCRUAL-LISTING-RECORD from DETAIL-LINE-LINE
             after advancing 01 lines.
           write ACCRUAL-LISTING-RECORD from TOTALS-LINE
             after advancing 01 lines.
           write ACCRUAL-LISTING-RECORD from WS-REPORT-RULER
             after advancing 02 lines.

       9900-WRITE-AUDIT-RECORD.
      * APPEND ONE SUMMARY LINE FOR THIS RUN TO THE SHARED OPERATIONS
      * AUDIT TRAIL, MIRRORING THE PROGRAM TOTALS DISPLAYED ABOVE.
           ACCEPT WS-RUN-TIME FROM TIME.
           MOVE "PAYACRRB"          TO AUD-PROGRAM-NAME.
           MOVE WS-RUN-DATE         TO AUD-RUN-DATE.
           MOVE WS-RUN-TIME         TO AUD-RUN-TIME.
           MOVE WS-PH-RECORDS-READ  TO AUD-RECORDS-READ.
           MOVE WS-POSTING-LINES    TO AUD-RECORDS-WRITTEN.
           MOVE SPACES              TO AUD-KEY-TOTALS.
           MOVE "ACCR="             TO AUD-KEY-TOTALS(1:5).
           MOVE WS-TOTAL-WAGES      TO WS-WAGES-FORMAT.
           MOVE WS-WAGES-FORMAT     TO AUD-KEY-TOTALS(6:15).
           MOVE WS-ACCRUAL-PERIOD   TO AUD-KEY-TOTALS(22:6).
           IF RETURN-CODE = 0
              MOVE "OK" TO AUD-COMPLETION-STATUS
           ELSE
              MOVE "ER" TO AUD-COMPLETION-STATUS
           END-IF.
           WRITE AUDIT-TRAIL-RECORD FROM AUDIT-TRAIL-LINE.
