                 WS-WEEK-METRIC-PATH
             organization is line sequential
             file status is WS-WEEK-METRIC-STATUS.
           SELECT LABOR-RATE-FILE ASSIGN DYNAMIC
                 WS-LABOR-RATE-PATH
             organization is line sequential
             file status is WS-LABOR-RATE-STATUS.
           SELECT CHECKPOINT-FILE ASSIGN DYNAMIC
                 WS-CHECKPOINT-FILE-PATH
             organization is line sequential
                 WS-REJECT-LISTING-PATH
             organization is line sequential
             file status is WS-REJECT-LISTING-STATUS.
           SELECT TIME-APPROVAL-FILE ASSIGN DYNAMIC
                 WS-TIME-APPROVAL-PATH
             organization is line sequential
             file status is WS-TIME-APPROVAL-STATUS.
           SELECT HOLD-LISTING-FILE ASSIGN DYNAMIC
                 WS-HOLD-LISTING-PATH
             organization is line sequential
             file status is WS-HOLD-LISTING-STATUS.
           SELECT PAYROLL-CONTROL-FILE ASSIGN DYNAMIC
                 WS-PAYROLL-CONTROL-PATH
             organization is line sequential
                 WS-COMP-WAGE-PATH
             organization is line sequential
             file status is WS-COMP-WAGE-STATUS.
           SELECT FED-WH-TABLE-FILE ASSIGN DYNAMIC
                 WS-FED-WH-TABLE-PATH
             organization is line sequential
             file status is WS-FED-WH-TABLE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * TRANSACTION TYPE - BLANK/N IS A NORMAL CHECK.  V REVERSES A
      * PRIOR EMP-NUMBER/PAY-DATE CHECK (KEYED WITH THE ORIGINAL
      * HOURS/RATE/DEDUCTIONS).  A POSTS A SIGNED ONE-OFF AMOUNT
      * CARRIED IN THE ADJ FIELDS WITH ITS OWN REASON CODE.  B IS A
      * BONUS CHECK FOR THE AMOUNT IN THE ADJ FIELDS, PAID ONLY IN
      * AN OFF-CYCLE RUN (SEE WS-OFF-CYCLE-SW).  F IS A TERMINATED
      * EMPLOYEE'S FINAL CHECK BUILT BY FINPAYRB - LAST HOURS PLUS
      * THE VACATION PAYOUT CARRIED IN THE ADJ FIELDS.
           05  PAYROLL-TRAN-TYPE        PIC X(01).
               88 TRAN-NORMAL              VALUE " " "N".
               88 TRAN-VOID                VALUE "V".
               88 TRAN-ADJUSTMENT          VALUE "A".
               88 TRAN-BONUS               VALUE "B".
               88 TRAN-FINAL               VALUE "F".
           05  PAYROLL-ADJ-SIGN         PIC X(01).
           05  PAYROLL-ADJ-AMOUNT       PIC 9(05)V99.
           05  PAYROLL-ADJ-REASON       PIC X(02).
      * READ IN SHORT AND PAY NO DIFFERENTIAL.
           05  PAYROLL-EMP-DIF-HOURS    PIC 9(02)V99.
           05  PAYROLL-EMP-DIF-RATE     PIC 9V99.
      * BONUS CHECKS ONLY - A BONUS LEAVES THE EMPLOYEE'S RECURRING
      * DEDUCTIONS AND LEAVE ACCRUAL ALONE UNLESS FLAGGED Y HERE.
           05  PAYROLL-BONUS-DED-SW     PIC X(01).
               88 BONUS-TAKES-DEDUCTIONS   VALUE "Y".
           05  PAYROLL-BONUS-LEAVE-SW   PIC X(01).
               88 BONUS-ACCRUES-LEAVE      VALUE "Y".

       FD  PAYROLL-OUT
           RECORDING MODE IS F
           05  PAYROLL-EMP-DEDUCTIONS   PIC X(01).
           05  PAYROLL-EMP-PRETAX       PIC 9(03)V99.
           05  PAYROLL-EMP-POSTTAX      PIC 9(03)V99.
      * THE CHECK'S DOLLAR FIELDS ARE AS WIDE AS THE WORK FIELDS THEY
      * ARE FIGURED IN (WS-SINGLE-NET, WS-TAXABLE-GROSS), SO A
      * SALARIED OR FINAL CHECK PAST 9,999.99, OR FEDERAL TAX PAST
      * 999.99, IS CARRIED WHOLE.  PAYHIST TAKES THE SAME IMAGE;
      * IDXCNVRB (HWID) WIDENS A HISTORY WRITTEN WITH THE OLD FIELDS.
           05  PAYROLL-EMP-CALCULATIONS.
               10 PAYROLL-EMP-GROSS     PIC 9(06)V99.
               10 PAYROLL-EMP-SSN-MED   PIC 9(06)V99.
               10 PAYROLL-EMP-STATE     PIC 9(06)V99.
               10 PAYROLL-EMP-LOCAL     PIC 9(06)V99.
               10 PAYROLL-EMP-FED       PIC 9(06)V99.
               10 PAYROLL-EMP-NET       PIC 9(06)V99.
           05  PAYROLL-TRAN-TYPE        PIC X(01).
           05  PAYROLL-ADJ-SIGN         PIC X(01).
           05  PAYROLL-ADJ-AMOUNT      PIC 9(05)V99.
           05  PAYROLL-EMP-HOL-HOURS    PIC 9(02)V99.
           05  PAYROLL-EMP-DIF-HOURS    PIC 9(02)V99.
           05  PAYROLL-EMP-DIF-RATE     PIC 9V99.
      * PAYROLL-EMP-SSN-MED ABOVE STAYS THE COMBINED FICA WITHHELD;
      * THE TWO BELOW SPLIT IT FOR THE 941 AND W-2, WHICH REPORT
      * SOCIAL SECURITY AND MEDICARE (INCLUDING ANY ADDITIONAL
      * MEDICARE) ON SEPARATE LINES.
           05  PAYROLL-EMP-SS-TAX       PIC 9(06)V99.
           05  PAYROLL-EMP-MED-TAX      PIC 9(06)V99.
       01 SHAPE-REC-OUT              PIC X(39).

       FD  PAYROLL-REPORT
      * RULES) ACCUMULATE BY CLASS ONTO WCOMP.DAT FOR THE POLICY-
      * YEAR PREMIUM REPORT (WCPREMRB).
           05  EMP-COMP-CLASS           PIC X(04).
      * FORM W-4 ELECTIONS (2020 AND LATER FORM) FOR THE PUBLICATION
      * 15-T PERCENTAGE METHOD IN 3070-FIGURE-FED-TAX.  A BLANK
      * FILING STATUS MEANS A PRE-2020 W-4 IS STILL ON FILE AND THE
      * ALLOWANCE COUNT DRIVES THE WITHHOLDING.  THE DOLLAR FIELDS
      * ARE ANNUAL AMOUNTS EXCEPT EXTRA WITHHOLDING, WHICH IS PER
      * CHECK.  SHORT RECORDS FROM OLDER MASTERS READ IN BLANK.
           05  EMP-W4-FILING-STATUS     PIC X(01).
           05  EMP-W4-MULTI-JOBS        PIC X(01).
           05  EMP-W4-DEP-CREDIT        PIC 9(05)V99.
           05  EMP-W4-OTHER-INCOME      PIC 9(07)V99.
           05  EMP-W4-DEDUCTIONS        PIC 9(07)V99.
           05  EMP-W4-EXTRA-WH          PIC 9(05)V99.
      * PAY TYPE (H HOURLY, S SALARIED), ANNUAL SALARY AND FLSA
      * STATUS (E EXEMPT, N NON-EXEMPT).  A SALARIED EMPLOYEE'S
      * CHECK IS THE PERIOD'S SHARE OF THE SALARY FROM SALPAYRB, NOT
      * HOURS TIMES RATE.  OLDER MASTERS READ IN BLANK = HOURLY.
           05  EMP-PAY-TYPE             PIC X(01).
           05  EMP-ANNUAL-SALARY        PIC 9(07)V99.
           05  EMP-FLSA-STATUS          PIC X(01).

       FD  YTD-MASTER
           RECORDING MODE IS F
           05  YTD-SSMED                PIC 9(07)V99.
           05  YTD-STATE                PIC 9(07)V99.
           05  YTD-LOCAL                PIC 9(07)V99.
      * SOCIAL SECURITY AND MEDICARE SPLIT OUT OF YTD-SSMED FOR W-2
      * BOXES 3 THROUGH 6.  THE WAGE FIGURES ARE WHAT THE SS WAGE
      * BASE AND THE ADDITIONAL MEDICARE THRESHOLD ARE CHECKED
      * AGAINST.  A FILE WRITTEN BEFORE THE SPLIT READS IN SHORT -
      * 1600-LOAD-YTD-TABLE REBUILDS THE SPLIT FROM YTD-SSMED.
           05  YTD-SS-WAGES             PIC 9(07)V99.
           05  YTD-SS-TAX               PIC 9(07)V99.
           05  YTD-MED-WAGES            PIC 9(07)V99.
           05  YTD-MED-TAX              PIC 9(07)V99.

       FD  ACH-FILE-OUT
           RECORDING MODE IS F
      * SPLIT) - THE SEQUENCE BYTES KEEP THEM BOTH, THE WAY THE OLD
      * FLAT FILE DID.
               10 PH-KEY-SEQ            PIC X(02).
           05  PH-REC-REST              PIC X(113).

       FD  PAY-CALENDAR-FILE
           RECORDING MODE IS F
           05  MET-CODE                 PIC X(04).
           05  MET-AMOUNT               PIC S9(11)V99.

       FD  LABOR-RATE-FILE
           RECORDING MODE IS F
           DATA RECORD IS LABOR-RATE-RECORD.
      * ONE LINE PER REGULAR CHECK WITH HOURS ON IT, APPENDED - THE
      * EMPLOYEE'S LOADED HOURLY COST (GROSS PLUS THE EMPLOYER FICA,
      * FUTA AND SUTA, OVER THE HOURS PAID) THAT JOB COSTING CHARGES
      * PUNCH TIME AT.  THE LATEST LINE FOR AN EMPLOYEE IS THE RATE.
       01 LABOR-RATE-RECORD.
           05  LBR-RUN-DATE             PIC X(08).
           05  LBR-EMP-NUMBER           PIC X(06).
           05  LBR-PAID-HOURS           PIC 9(03)V99.
           05  LBR-GROSS                PIC 9(05)V99.
           05  LBR-ER-COST              PIC 9(05)V99.
           05  LBR-LOADED-RATE          PIC 9(03)V99.

       FD  DEDUCTION-MASTER
           RECORDING MODE IS F
           DATA RECORD IS DEDUCTION-MASTER-RECORD.
           05  QTD-SSMED                PIC 9(07)V99.
           05  QTD-STATE                PIC 9(07)V99.
           05  QTD-LOCAL                PIC 9(07)V99.
      * 941 LINES 5A, 5C AND 5D - SOCIAL SECURITY WAGES AND TAX,
      * MEDICARE WAGES AND TAX, AND WAGES SUBJECT TO ADDITIONAL
      * MEDICARE.  QTD-SSMED STAYS THE COMBINED FIGURE.  A FILE
      * WRITTEN BEFORE THESE EXISTED READS IN SHORT AND STARTS THEM
      * AT ZERO.
           05  QTD-SS-WAGES             PIC 9(07)V99.
           05  QTD-SS-TAX               PIC 9(07)V99.
           05  QTD-MED-WAGES            PIC 9(07)V99.
           05  QTD-MED-TAX              PIC 9(07)V99.
           05  QTD-ADDL-MED-WAGES       PIC 9(07)V99.

       FD  CHECKPOINT-FILE
           RECORDING MODE IS F
           DATA RECORD IS REJECT-LISTING-RECORD.
       01 REJECT-LISTING-RECORD          PIC X(80).

      * SUPERVISOR TIMECARD APPROVALS - WRITTEN PENDING BY TIMCLKRB,
      * APPROVED OR HELD THROUGH TIMAPRRB.  STATUS P PENDING, A
      * APPROVED, H HELD.
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

       FD  HOLD-LISTING-FILE
           RECORDING MODE IS F
           DATA RECORD IS HOLD-LISTING-RECORD.
       01 HOLD-LISTING-RECORD            PIC X(80).

       FD  PAYROLL-CONTROL-FILE
           RECORDING MODE IS F
           DATA RECORD IS PAYROLL-CONTROL-RECORD.
       01 PAYROLL-CONTROL-RECORD         PIC X(156).

       FD  RETIRE-REMIT-FILE
           RECORDING MODE IS F
           05  WCP-CLASS                PIC X(04).
           05  WCP-WAGES                PIC 9(09)V99.

       FD  FED-WH-TABLE-FILE
           RECORDING MODE IS F
           DATA RECORD IS FED-WH-TABLE-RECORD.
      * FEDERAL INCOME TAX WITHHOLDING BRACKETS FROM PUBLICATION
      * 15-T, ONE ROW PER BRACKET: FILING STATUS (S, M, H), WHICH
      * SCHEDULE (N = STANDARD, Y = W-4 STEP 2 MULTIPLE-JOBS BOX
      * CHECKED), AND PAY FREQUENCY (W, B, S, M FOR THE PER-PERIOD
      * TABLES, A FOR THE ANNUAL TABLE USED TO ANNUALIZE ANY
      * FREQUENCY WITHOUT ITS OWN ROWS).  REPLACED EACH JANUARY.
       01 FED-WH-TABLE-RECORD.
           05  FWT-FILING-STATUS        PIC X(01).
           05  FWT-MULTI-JOBS           PIC X(01).
           05  FWT-PAY-FREQUENCY        PIC X(01).
           05  FWT-WAGE-OVER            PIC 9(07)V99.
           05  FWT-BASE-TAX             PIC 9(06)V99.
           05  FWT-RATE                 PIC 9V9999.

       FD  LABOR-DIST-FILE
           RECORDING MODE IS F
           DATA RECORD IS LABOR-DIST-RECORD.
           RECORDING MODE IS F
           DATA RECORD IS POSITIVE-PAY-RECORD.
      * POSITIVE-PAY ISSUE FILE IN THE BANK'S FORMAT - ONE RECORD PER
      * CHECK CUT SO THE BANK KNOWS WHICH CHECKS ARE LEGITIMATE
      * BEFORE ANY OF THEM CLEAR.  APPENDED TO, ALONG WITH APPAYRB AND
      * STOPPYRB, UNTIL IT IS TRANSMITTED.
       01 POSITIVE-PAY-RECORD.
           05  PP-BANK-ACCOUNT          PIC X(12).
           05  PP-CHECK-NUMBER          PIC 9(06).
                VALUE "C:\Users\Ryan\Desktop\OPS-AUDIT-TRAIL.LOG".
           05 WS-REJECT-LISTING-PATH    PIC X(80)
                VALUE "C:\Users\Ryan\Desktop\PAYRPTRB-REJECTS.LOG".
           05 WS-TIME-APPROVAL-PATH     PIC X(80)
                VALUE "C:\Users\Ryan\Desktop\TIMEAPPR.DAT".
           05 WS-HOLD-LISTING-PATH      PIC X(80)
                VALUE "C:\Users\Ryan\Desktop\PAYHOLD.rpt".
           05 WS-PAYROLL-CONTROL-PATH   PIC X(80)
                VALUE "C:\Users\Ryan\Desktop\PAYROLLCTL.DAT".
           05 WS-WEEK-METRIC-PATH       PIC X(80)
                VALUE "C:\Users\Ryan\Desktop\WEEKMET.DAT".
           05 WS-LABOR-RATE-PATH        PIC X(80)
                VALUE "C:\Users\Ryan\Desktop\LABRATE.DAT".
           05 WS-RETIRE-REMIT-PATH      PIC X(80)
                VALUE "C:\Users\Ryan\Desktop\401KREMIT.DAT".
           05 WS-RETIRE-MATCH-PATH      PIC X(80)
                VALUE "C:\Users\Ryan\Desktop\LOCALRATE.DAT".
           05 WS-COMP-WAGE-PATH         PIC X(80)
                VALUE "C:\Users\Ryan\Desktop\WCOMP.DAT".
           05 WS-FED-WH-TABLE-PATH      PIC X(80)
                VALUE "C:\Users\Ryan\Desktop\FEDWHTBL.DAT".
           05 WS-BONUS-IN-PATH          PIC X(80)
                VALUE "C:\Users\Ryan\Desktop\BONUSPAY.DAT".
           05 WS-ENV-PATH-OVERRIDE      PIC X(80).
        01 WS-RECORDS-READ.
           05  PAYROLL-PAY-DATE-READ       PIC X(06).
               88 TRAN-NORMAL-READ            VALUE " " "N".
               88 TRAN-VOID-READ              VALUE "V".
               88 TRAN-ADJUSTMENT-READ        VALUE "A".
               88 TRAN-BONUS-READ             VALUE "B".
               88 TRAN-FINAL-READ             VALUE "F".
           05  PAYROLL-ADJ-SIGN-READ       PIC X(01).
           05  PAYROLL-ADJ-AMOUNT-READ     PIC 9(05)V99.
           05  PAYROLL-ADJ-REASON-READ     PIC X(02).
           05  PAYROLL-EMP-HOL-HOURS-READ  PIC 9(02)V99.
           05  PAYROLL-EMP-DIF-HOURS-READ  PIC 9(02)V99.
           05  PAYROLL-EMP-DIF-RATE-READ   PIC 9V99.
           05  PAYROLL-BONUS-DED-SW-READ   PIC X(01).
           05  PAYROLL-BONUS-LEAVE-SW-READ PIC X(01).
        01 WS-RECORD-COUNT-IN              pic 9(07) VALUE 0.
        01 WS-RECORDS-REJECTED             pic 9(07) VALUE 0.
        01 WS-VALID-RECORD-SW              PIC X(01) VALUE "Y".
           88 INVALID-RECORD                  VALUE "N".
        01 WS-REJECT-REASON                PIC X(32) VALUE SPACES.
        01 WS-RECORDS-WRITTEN.
           05 PAYROLL-EMP-GROSS-WRITE      PIC 9(06)V99.
           05 PAYROLL-EMP-SSN-MED-WRITE    PIC 9(06)V99.
           05 PAYROLL-EMP-STATE-WRITE      PIC 9(06)V99.
           05 PAYROLL-EMP-LOCAL-WRITE      PIC 9(06)V99.
           05 PAYROLL-EMP-FED-WRITE        PIC 9(06)V99.
           05 PAYROLL-EMP-NET-WRITE        PIC 9(06)V99.
        01 WS-RECORD-COUNT-OUT             pic 9(07) VALUE 0.
        01 WS-SINGLE-WITHHELD              pic 9(06)v99.
        01 WS-SINGLE-NET                   pic 9(06)v99.
        01 WS-TAXABLE-GROSS                pic 9(06)v99.
      * THIS CHECK'S SOCIAL SECURITY AND MEDICARE, KEPT APART FROM
      * THE COMBINED PAYROLL-EMP-SSN-MED-WRITE ABOVE, AND THE WAGE
      * FIGURES 3050-FIGURE-FICA WORKS THEM FROM.
        01 PAYROLL-EMP-SS-TAX-WRITE        pic 9(06)v99 VALUE 0.
        01 PAYROLL-EMP-MED-TAX-WRITE       pic 9(06)v99 VALUE 0.
        01 WS-SS-WAGES-THIS-CHECK          pic 9(06)v99 VALUE 0.
        01 WS-ADDL-MED-WAGES-THIS-CHECK    pic 9(06)v99 VALUE 0.
        01 WS-FICA-MED-WAGES-BEFORE        pic 9(07)v99 VALUE 0.
        01 WS-FICA-SS-WAGES-BEFORE         pic 9(07)v99 VALUE 0.
        01 WS-FICA-OVER-THRESHOLD          pic S9(08)v99 VALUE 0.
        01 PAYROLL-EMP-BASE                pic 9(06)v99 VALUE 0.
        01 PAYROLL-EMP-OVERTIME            pic 9(06)v99 VALUE 0.
      * OVERTIME RULES - THRESHOLD IS CONFIGURABLE VIA THE
      * 88-HOUR WEEK SURFACES ON WEDNESDAY, NOT PAYDAY.
        01 WS-TRIAL-SW                  PIC X(01) VALUE "N".
           88 TRIAL-RUN-MODE               VALUE "Y".
      * OFF-CYCLE MODE - SET PAYRPTRB-OFF-CYCLE=CCYYMMDD TO PAY THE
      * BONUS FILE (BONUSPAY.DAT, OR PAYRPTRB-BONUS-IN) ON ITS OWN
      * PAY DATE INSTEAD OF THE REGULAR PAYROLL-IN.  ONLY TYPE-B
      * RECORDS DATED THE DECLARED DATE ARE PAID; THEY STAND IN FOR
      * THE PAY CALENDAR'S DATES AND POST EVERYWHERE A NORMAL CHECK
      * DOES, WITH FEDERAL TAX AT THE SUPPLEMENTAL FLAT RATE.
        01 WS-OFF-CYCLE-SW              PIC X(01) VALUE "N".
           88 OFF-CYCLE-RUN-MODE           VALUE "Y".
        01 WS-OFF-CYCLE-DATE            PIC X(08) VALUE SPACES.
        01 WS-VARIANCE-PCT              PIC 9(03) VALUE 25.
        01 WS-PHV-COUNT                 PIC 9(04) VALUE 0.
        01 WS-PHV-SUB                   PIC 9(04) VALUE 0.
           05 FILLER                    PIC X(06).
           05 WS-PHV-EMP-NUMBER         PIC X(06).
           05 FILLER                    PIC X(19).
           05 WS-PHV-GROSS              PIC 9(06)V99.
           05 FILLER                    PIC X(40).
           05 WS-PHV-TRAN-TYPE          PIC X(01).
           05 FILLER                    PIC X(45).
        01 WS-VAR-COUNT                 PIC 9(04) VALUE 0.
        01 WS-VAR-SUB                   PIC 9(04) VALUE 0.
        01 WS-VARIANCE-TABLE.
           05 VAR-DTL-EMP            PIC X(06).
           05 FILLER                 PIC X(04) VALUE SPACES.
           05 FILLER                 PIC X(12) VALUE "THIS GROSS: ".
           05 VAR-DTL-GROSS          PIC $ZZZ,ZZ9.99.
           05 FILLER                 PIC X(04) VALUE SPACES.
           05 FILLER                 PIC X(09) VALUE "AVERAGE: ".
           05 VAR-DTL-AVG            PIC $ZZZ,ZZ9.99.
           05 FILLER                 PIC X(04) VALUE SPACES.
           05 FILLER                 PIC X(21)
              VALUE "** PAST THRESHOLD **".
              10 TABLE-EMP-PRENOTE-DATE PIC X(08).
              10 TABLE-EMP-LOCALITY     PIC X(04).
              10 TABLE-EMP-COMP-CLASS   PIC X(04).
              10 TABLE-EMP-W4-FILING-STATUS PIC X(01).
              10 TABLE-EMP-W4-MULTI-JOBS PIC X(01).
              10 TABLE-EMP-W4-DEP-CREDIT PIC 9(05)V99.
              10 TABLE-EMP-W4-OTHER-INCOME PIC 9(07)V99.
              10 TABLE-EMP-W4-DEDUCTIONS PIC 9(07)V99.
              10 TABLE-EMP-W4-EXTRA-WH  PIC 9(05)V99.
              10 TABLE-EMP-PAY-TYPE     PIC X(01).
              10 TABLE-EMP-ANNUAL-SALARY PIC 9(07)V99.
              10 TABLE-EMP-FLSA-STATUS  PIC X(01).
        01 WS-EMPLOYEE-LOOKUP.
           05 WS-EMP-NAME               PIC X(20) VALUE SPACES.
           05 WS-EMP-DEPT               PIC X(04) VALUE SPACES.
           05 WS-EMP-PRENOTE-DATE       PIC X(08) VALUE SPACES.
           05 WS-EMP-LOCALITY           PIC X(04) VALUE SPACES.
           05 WS-EMP-COMP-CLASS         PIC X(04) VALUE SPACES.
           05 WS-EMP-W4-FILING-STATUS   PIC X(01) VALUE SPACE.
              88 LOOKUP-EMP-W4-SINGLE      VALUE "S".
              88 LOOKUP-EMP-W4-JOINT       VALUE "M".
              88 LOOKUP-EMP-W4-HEAD-HOUSE  VALUE "H".
              88 LOOKUP-EMP-W4-PRE-2020    VALUE " ".
           05 WS-EMP-W4-MULTI-JOBS      PIC X(01) VALUE SPACE.
              88 LOOKUP-EMP-W4-MULTI-JOBS  VALUE "Y".
           05 WS-EMP-W4-DEP-CREDIT      PIC 9(05)V99 VALUE 0.
           05 WS-EMP-W4-OTHER-INCOME    PIC 9(07)V99 VALUE 0.
           05 WS-EMP-W4-DEDUCTIONS      PIC 9(07)V99 VALUE 0.
           05 WS-EMP-W4-EXTRA-WH        PIC 9(05)V99 VALUE 0.
           05 WS-EMP-PAY-TYPE           PIC X(01) VALUE SPACE.
              88 LOOKUP-EMP-SALARIED       VALUE "S".
           05 WS-EMP-ANNUAL-SALARY      PIC 9(07)V99 VALUE 0.
           05 WS-EMP-FLSA-STATUS        PIC X(01) VALUE SPACE.
              88 LOOKUP-EMP-NON-EXEMPT     VALUE "N".
      * CROSS-RUN PAID REGISTER - ONE KEY PER CHECK PRODUCED, KEYED
      * EMPLOYEE NUMBER PLUS PAY DATE, APPENDED AS CHECKS ARE CUT AND
      * RELOADED AT STARTUP.  AN INCOMING RECORD WHOSE KEY IS ALREADY
        01 WS-FORCE-RERUN-SW            PIC X(01) VALUE "N".
           88 FORCE-RERUN                  VALUE "Y".

      * TIMECARD APPROVAL GATE - EVERY NORMAL RECORD MUST BE ON THE
      * APPROVAL FILE, APPROVED BY ITS SUPERVISOR, FOR THE HOURS IT
      * CARRIES.  ONE THAT IS NOT IS HELD - LISTED ON THE HOLD
      * LISTING, NOT PAID, AND PAID BY A LATER RUN ONCE APPROVED.
      * NO APPROVAL FILE AT ALL (TIME NOT COMING FROM TIMCLKRB)
      * LEAVES THE GATE OFF.
        01 WS-TIME-APPROVAL-STATUS      pic X(02).
           88 TIME-APPROVAL-FILE-OK        VALUE "00".
           88 END-OF-TIME-APPROVAL         VALUE "10".
        01 WS-HOLD-LISTING-STATUS       pic X(02).
           88 GOOD-HOLD-LISTING-WRITE      VALUE "00".
        01 WS-APPROVAL-GATE-SW          PIC X(01) VALUE "N".
           88 APPROVAL-GATE-ON             VALUE "Y".
        01 WS-TAP-COUNT                 PIC 9(04) VALUE 0.
        01 WS-TAP-SUB                   PIC 9(04) VALUE 0.
        01 WS-APPROVAL-TABLE.
           05 TAP-TABLE-ENTRY OCCURS 0 TO 5000 TIMES
                 DEPENDING ON WS-TAP-COUNT.
              10 TABLE-TAP-EMP          PIC X(06).
              10 TABLE-TAP-PAY-DATE     PIC X(06).
              10 TABLE-TAP-DEPT         PIC X(04).
              10 TABLE-TAP-HOURS        PIC 9(02)V99.
              10 TABLE-TAP-STATUS       PIC X(01).
              10 TABLE-TAP-APPROVER     PIC X(08).
        01 WS-HELD-RECORD-SW            PIC X(01) VALUE "N".
           88 RECORD-IS-HELD               VALUE "Y".
        01 WS-HOLD-REASON               PIC X(30) VALUE SPACES.
        01 WS-RECORDS-HELD              PIC 9(07) VALUE 0.

      * STATE TAX RATE TABLE - LOADED FROM STATERATE.DAT AT STARTUP.
      * EACH EMPLOYEE IS WITHHELD AT THEIR WORK STATE'S RATE; AN
      * EMPLOYEE WHOSE STATE IS NOT ON THE TABLE IS REJECTED RATHER
           05 TABLE-LOCALITY-TAX        PIC S9(08)V99.
        01 WS-EMP-LOCAL-RATE            PIC 9V9999 VALUE 0.

      * FEDERAL WITHHOLDING BRACKETS - LOADED FROM FEDWHTBL.DAT AT
      * STARTUP AND WORKED BY 3070-FIGURE-FED-TAX THE WAY THE
      * PUBLICATION 15-T PERCENTAGE METHOD DESCRIBES.  WITH A TABLE
      * LOADED, AN EMPLOYEE WHOSE FILING STATUS HAS NO ROWS IS
      * REJECTED RATHER THAN DEFAULTED.  IF THE FILE IS MISSING,
      * EVERYONE FALLS BACK TO THE FLAT WS-CTL-FED-BRACKET RATES BY
      * ALLOWANCE COUNT, THE WAY THE PROGRAM ALWAYS WORKED.
        01 WS-FED-WH-TABLE-STATUS       pic X(02).
           88 FED-WH-TABLE-FILE-OK         VALUE "00".
           88 END-OF-FED-WH-TABLE-FILE     VALUE "10".
        01 WS-FEDWH-COUNT               PIC 9(03) VALUE 0.
        01 WS-FEDWH-SUB                 PIC 9(03) VALUE 0.
        01 FEDWH-TABLE-ENTRY OCCURS 300 TIMES.
           05 TABLE-FWT-FILING-STATUS   PIC X(01).
           05 TABLE-FWT-MULTI-JOBS      PIC X(01).
           05 TABLE-FWT-PAY-FREQUENCY   PIC X(01).
           05 TABLE-FWT-WAGE-OVER       PIC 9(07)V99.
           05 TABLE-FWT-BASE-TAX        PIC 9(06)V99.
           05 TABLE-FWT-RATE            PIC 9V9999.
      * THE SCHEDULE THIS CHECK IS FIGURED ON, AND THE WORKSHEET
      * AMOUNTS ALONG THE WAY.
        01 WS-FEDWH-STATUS-KEY          PIC X(01) VALUE SPACE.
        01 WS-FEDWH-MULTI-KEY           PIC X(01) VALUE SPACE.
        01 WS-FEDWH-FREQ-KEY            PIC X(01) VALUE SPACE.
        01 WS-FEDWH-HIT-SUB             PIC 9(03) VALUE 0.
        01 WS-FEDWH-PERIODS             PIC 9(02) VALUE 0.
        01 WS-FEDWH-ANNUAL-WAGES        PIC S9(09)V99 VALUE 0.
        01 WS-FEDWH-LOOKUP-WAGES        PIC S9(09)V99 VALUE 0.
        01 WS-FEDWH-TENTATIVE-TAX       PIC S9(09)V99 VALUE 0.
        01 WS-FEDWH-CREDIT              PIC S9(07)V99 VALUE 0.
        01 WS-FEDWH-PERIOD-TAX          PIC S9(07)V99 VALUE 0.

      * WORKERS' COMP WAGES BY CLASS - LOADED FROM WCOMP.DAT AT
      * STARTUP, GROWN AS CHECKS POST (OVERTIME PREMIUM EXCLUDED),
      * REWRITTEN AT END OF RUN.
      * MAINTENANCE RUN CAN'T UPDATE A MASTER MID-PAYROLL.
        COPY "RUNLOCK.cpy".
        COPY "DATEFUN.cpy".
      * EVERY PAYROLL MASTER RECORD THE RUN ALTERS GOES ON THE MASTER
      * CHANGE JOURNAL FOR FORWARD RECOVERY.  THERE IS NO SIGN-ON
      * HERE, SO THE USER IS LEFT BLANK AND PICKED UP FROM
      * OPS-USER-ID.
        COPY "CHGJRNL.cpy".
        01 WS-GL-PERIOD                 PIC X(06) VALUE SPACES.
        01 WS-LOCKS-HELD-SW             PIC X(01) VALUE "N".
           88 RUN-LOCKS-ARE-HELD           VALUE "Y".
              10 TABLE-YTD-SSMED        PIC 9(07)V99.
              10 TABLE-YTD-STATE        PIC 9(07)V99.
              10 TABLE-YTD-LOCAL        PIC 9(07)V99.
              10 TABLE-YTD-SS-WAGES     PIC 9(07)V99.
              10 TABLE-YTD-SS-TAX       PIC 9(07)V99.
              10 TABLE-YTD-MED-WAGES    PIC 9(07)V99.
              10 TABLE-YTD-MED-TAX      PIC 9(07)V99.

      * DEDUCTION MASTER - MULTIPLE CODED DEDUCTIONS PER EMPLOYEE
      * (401K, HEALTH, GARNISHMENT, ...), EACH FLAGGED PRE/POST TAX,
           05 FILLER                 PIC X(10) VALUE "RECOVERED:".
           05 FILLER                 PIC X(01) VALUE SPACE.
           05 ARR-NOTE-RECOVERED     PIC $ZZ,ZZ9.99.
       01  FINAL-ARREARS-NOTE-LINE.
           05 FIN-NOTE-CC            PIC X(01) VALUE SPACE.
           05 FILLER                 PIC X(27) VALUE SPACES.
           05 FILLER                 PIC X(31)
                VALUE "** FINAL CHECK - ARREARS OWED:".
           05 FILLER                 PIC X(01) VALUE SPACE.
           05 FIN-NOTE-BALANCE       PIC $ZZ,ZZ9.99.
           05 FILLER                 PIC X(03) VALUE SPACES.
           05 FILLER                 PIC X(15) VALUE "- HR TO COLLECT".

      * 401(K) REMITTANCE - THE PRE-TAX RETIREMENT DEFERRALS (DED-CODE
      * 401 ROWS ON THE DEDUCTION MASTER) ACTUALLY TAKEN THIS RUN,
      * PREMIUM RIDES ON TOP OF STRAIGHT TIME AND DOES NOT COUNT
      * TOWARD THE OVERTIME THRESHOLD.
        01 WS-DIF-PAY                   PIC 9(05)V99 VALUE 0.
      * SALARIED PAY FOR THE CHECK BEING CALCULATED - SET IN 2510
      * FROM THE MASTER AND SALPAYRB, USED BY 3010.  THE SWITCH IS
      * E FOR AN EXEMPT SALARIED EMPLOYEE, O FOR ONE STILL DUE
      * OVERTIME, AND N FOR EVERYONE PAID BY THE HOUR.
        01 WS-SALARIED-SW               PIC X(01) VALUE "N".
           88 SALARIED-EMPLOYEE            VALUE "E" "O".
           88 SALARIED-OT-ELIGIBLE         VALUE "O".
        01 WS-SALARY-PAY                PIC 9(06)V99 VALUE 0.
        01 WS-SALARY-HOURLY-RATE        PIC 9(04)V99 VALUE 0.
        COPY "SALPAY.cpy".

      * QUARTER-TO-DATE ACCUMULATION TABLE - MAINTAINED ALONGSIDE THE
      * YTD MASTER SO THE FEDERAL DEPOSIT WORKSHEET NO LONGER HAS TO
              10 TABLE-QTD-SSMED        PIC 9(07)V99.
              10 TABLE-QTD-STATE        PIC 9(07)V99.
              10 TABLE-QTD-LOCAL        PIC 9(07)V99.
              10 TABLE-QTD-SS-WAGES     PIC 9(07)V99.
              10 TABLE-QTD-SS-TAX       PIC 9(07)V99.
              10 TABLE-QTD-MED-WAGES    PIC 9(07)V99.
              10 TABLE-QTD-MED-TAX      PIC 9(07)V99.
              10 TABLE-QTD-ADDL-MED-WAGES PIC 9(07)V99.

      * DEPARTMENT SUBTOTAL TABLE - ACCUMULATED AS THE REPORT IS
      * BUILT AND PRINTED IN A SUMMARY SECTION AT THE END.
           05 FILLER                 PIC X(08) VALUE "OVERTIME".
           05 FILLER                 PIC X(08) VALUE SPACES.
           05 FILLER                 PIC X(05) VALUE "GROSS".
           05 FILLER                 PIC X(07) VALUE SPACES.
           05 FILLER                 PIC X(06) VALUE "DEDUCT".
           05 FILLER                 PIC X(10) VALUE SPACES.
           05 FILLER                 PIC X(03) VALUE "NET".
           05 FILLER                 PIC X(01) VALUE SPACES.

       01  DETAIL-LINE-PAYROLL.
           05 DTL-CC                 PIC X(01) VALUE SPACE.
           05 DTL-LEAVE-HOURS        PIC ZZ9.
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 DTL-HOUR-RATE          PIC $Z9.99.
           05 FILLER                 PIC X(03) VALUE SPACES.
           05 DTL-BASE-PAY           PIC $ZZZ,ZZ9.99.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 DTL-OVERTIME           PIC $ZZZ,ZZ9.99.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 DTL-GROSS              PIC $ZZZ,ZZ9.99.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 DTL-DEDUCT             PIC $ZZZ,ZZ9.99.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 DTL-NET                PIC $ZZZ,ZZ9.99.
           05 FILLER                 PIC X(01) VALUE SPACES.

       01  DETAIL-LINE-LINE.
           05 FILLER                 PIC X(10) VALUE SPACES.
        01 WS-WEEK-METRIC-STATUS        pic X(02).
           88 GOOD-WEEK-METRIC-WRITE       VALUE "00".
        01 WS-MET-ER-COST               PIC 9(10)V99 VALUE 0.
        01 WS-LABOR-RATE-STATUS         pic X(02).
           88 GOOD-LABOR-RATE-WRITE        VALUE "00".
        01 WS-LBR-PAID-HOURS            PIC 9(03)V99 VALUE 0.
        01 WS-LBR-ER-COST               PIC 9(07)V99 VALUE 0.
        01 WS-LBR-LOADED-RATE           PIC 9(09)V99 VALUE 0.
        01 WS-ER-DEPT-LOADED           PIC S9(08)V99 VALUE 0.

       01  LOC-HDG-LINE.
           display "RECORDS READ:                " WS-RECORD-COUNT-IN.
           display "RECORDS WRITTEN:             " WS-RECORD-COUNT-OUT.
           display "RECORDS REJECTED:            " WS-RECORDS-REJECTED.
           display "RECORDS HELD FOR APPROVAL:   " WS-RECORDS-HELD.
           DISPLAY "TOTAL GROSS AMOUNT: " WS-TOTAL-GROSS-FORMAT.
           DISPLAY "TOTAL NET AMOUNT:   " WS-TOTAL-NET-FORMAT.
           DISPLAY "TOTAL WITHHELD:     " WS-TOTAL-WITHHELD-FORMAT.
                 ERROR-LOG-FILE
                 AUDIT-TRAIL-FILE
                 REJECT-LISTING-FILE
                 HOLD-LISTING-FILE
                 PAY-HISTORY-FILE
                 LABOR-RATE-FILE.
      * NO "PRESS ANY KEY" PROMPT HERE - PAYRPTRB IS NOW CALLED
      * UNATTENDED AS THE FIRST STEP OF NITERUNRB'S NIGHTLY CHAIN, AND
      * AN ACCEPT HERE WOULD HANG THAT BATCH JOB WAITING ON AN OPERATOR
           IF WS-ENV-PATH-OVERRIDE NOT = SPACES
              MOVE WS-ENV-PATH-OVERRIDE TO WS-PAY-HISTORY-PATH
           END-IF.
           ACCEPT WS-ENV-PATH-OVERRIDE FROM ENVIRONMENT
                  "PAYRPTRB-LABOR-RATE-FILE".
           IF WS-ENV-PATH-OVERRIDE NOT = SPACES
              MOVE WS-ENV-PATH-OVERRIDE TO WS-LABOR-RATE-PATH
           END-IF.
           ACCEPT WS-ENV-PATH-OVERRIDE FROM ENVIRONMENT
                  "PAYRPTRB-PAY-CALENDAR".
           IF WS-ENV-PATH-OVERRIDE NOT = SPACES
           IF WS-ENV-PATH-OVERRIDE NOT = SPACES
              MOVE WS-ENV-PATH-OVERRIDE TO WS-REJECT-LISTING-PATH
           END-IF.
           ACCEPT WS-ENV-PATH-OVERRIDE FROM ENVIRONMENT
                  "PAYRPTRB-TIME-APPROVAL".
           IF WS-ENV-PATH-OVERRIDE NOT = SPACES
              MOVE WS-ENV-PATH-OVERRIDE TO WS-TIME-APPROVAL-PATH
           END-IF.
           ACCEPT WS-ENV-PATH-OVERRIDE FROM ENVIRONMENT
                  "PAYRPTRB-HOLD-LISTING".
           IF WS-ENV-PATH-OVERRIDE NOT = SPACES
              MOVE WS-ENV-PATH-OVERRIDE TO WS-HOLD-LISTING-PATH
           END-IF.
           ACCEPT WS-ENV-PATH-OVERRIDE FROM ENVIRONMENT
                  "PAYRPTRB-PAYROLL-CONTROL".
           IF WS-ENV-PATH-OVERRIDE NOT = SPACES
           IF WS-ENV-PATH-OVERRIDE NOT = SPACES
              MOVE WS-ENV-PATH-OVERRIDE TO WS-COMP-WAGE-PATH
           END-IF.
           ACCEPT WS-ENV-PATH-OVERRIDE FROM ENVIRONMENT
                  "PAYRPTRB-FED-WH-TABLE".
           IF WS-ENV-PATH-OVERRIDE NOT = SPACES
              MOVE WS-ENV-PATH-OVERRIDE TO WS-FED-WH-TABLE-PATH
           END-IF.

       0520-CHECK-OFF-CYCLE-RUN.
      * AN OFF-CYCLE BONUS RUN IS DECLARED WITH ITS PAY DATE, AND
      * READS THE BONUS FILE IN PLACE OF THE REGULAR PAYROLL-IN SO
      * THE WEEK'S TIME FILE CAN NEVER BE PAID TWICE BY MISTAKE.
           MOVE SPACES TO WS-OT-ENV-STAGING.
           ACCEPT WS-OT-ENV-STAGING FROM ENVIRONMENT
                  "PAYRPTRB-OFF-CYCLE".
           IF WS-OT-ENV-STAGING = SPACES
              GO TO 0520-EXIT
           END-IF.
           IF WS-OT-ENV-STAGING (1:8) IS NOT NUMERIC
              DISPLAY "PAYRPTRB: PAYRPTRB-OFF-CYCLE MUST BE A "
                  "CCYYMMDD PAY DATE - GOT " WS-OT-ENV-STAGING
                  ".  RUN STOPPED."
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           SET OFF-CYCLE-RUN-MODE TO TRUE.
           MOVE WS-OT-ENV-STAGING (1:8) TO WS-OFF-CYCLE-DATE.
           MOVE SPACES TO WS-ENV-PATH-OVERRIDE.
           ACCEPT WS-ENV-PATH-OVERRIDE FROM ENVIRONMENT
                  "PAYRPTRB-BONUS-IN".
           IF WS-ENV-PATH-OVERRIDE NOT = SPACES
              MOVE WS-ENV-PATH-OVERRIDE TO WS-BONUS-IN-PATH
           END-IF.
           MOVE WS-BONUS-IN-PATH TO WS-PAYROLL-IN-PATH.
           DISPLAY "PAYRPTRB: OFF-CYCLE BONUS RUN FOR PAY DATE "
               WS-OFF-CYCLE-DATE.
           MOVE SPACES TO WS-OT-ENV-STAGING.
       0520-EXIT.
           EXIT.

       0600-REPRINT-RUN.
      * REBUILD THE FORMATTED REPORT FROM AN EXISTING PAYROLLOUT
               * PAYROLL-EMP-RATE of PAYROLL-REC-IN)
               + (PAYROLL-EMP-DIF-HOURS of PAYROLL-REC-IN
                  * PAYROLL-EMP-DIF-RATE of PAYROLL-REC-IN).
           IF (TRAN-NORMAL of PAYROLL-REC-IN
               OR TRAN-VOID of PAYROLL-REC-IN)
              AND PAYROLL-ADJ-REASON of PAYROLL-REC-IN = "HP"
              AND PAYROLL-ADJ-AMOUNT of PAYROLL-REC-IN IS NUMERIC
              ADD PAYROLL-ADJ-AMOUNT of PAYROLL-REC-IN
                TO WS-REPRINT-STRAIGHT
           END-IF.
           IF PAYROLL-EMP-GROSS-WRITE > WS-REPRINT-STRAIGHT
              AND WS-OT-MULTIPLIER > 1
              COMPUTE WS-REPRINT-OT-FACTOR = WS-OT-MULTIPLIER - 1
           END-IF.
           COMPUTE WS-TAXABLE-GROSS = PAYROLL-EMP-GROSS-WRITE -
               PAYROLL-EMP-PRETAX of PAYROLL-REC-IN.
      * EMPLOYER FICA RESTATES EXACTLY: THE EMPLOYER'S SOCIAL
      * SECURITY IS THE SAME CAPPED SLICE AT THE SAME RATE AS THE
      * EMPLOYEE'S, SO IT IS THE CHECK'S OWN SS TAX, AND MEDICARE IS
      * THE BASE RATE ON ALL TAXABLE WAGES.  A CHECK WRITTEN BEFORE
      * THE SS/MEDICARE SPLIT WAS CARRIED HAS NO SS TAX TO GO BY AND
      * RESTATES AT THE FULL RATE.  FUTA/SUTA DEPENDED ON EACH
      * CHECK'S YTD POSITION AT THE TIME AND ARE NOT RESTATED HERE.
           IF PAYROLL-EMP-SS-TAX of PAYROLL-REC-OUT IS NUMERIC
              COMPUTE WS-ER-FICA =
                  PAYROLL-EMP-SS-TAX of PAYROLL-REC-OUT
                  + (WS-TAXABLE-GROSS * WS-CTL-MED-PCT)
           ELSE
              COMPUTE WS-ER-FICA =
                  WS-TAXABLE-GROSS * WS-CTL-ER-FICA-PCT
           END-IF.
           MOVE 0 TO WS-ER-FUTA WS-ER-SUTA.
           EVALUATE TRUE
              WHEN TRAN-VOID of PAYROLL-REC-IN
           IF WS-CTL-401K-MATCH-CAP NOT NUMERIC
              MOVE 2000 TO WS-CTL-401K-MATCH-CAP
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
           IF WS-CTL-ADDL-MED-THRESHOLD NOT NUMERIC
              MOVE 200000 TO WS-CTL-ADDL-MED-THRESHOLD
           END-IF.
           IF WS-CTL-ADDL-MED-PCT NOT NUMERIC
              MOVE .0090 TO WS-CTL-ADDL-MED-PCT
           END-IF.
           IF WS-CTL-W4-STD-MFJ NOT NUMERIC
              MOVE 12900 TO WS-CTL-W4-STD-MFJ
           END-IF.
           IF WS-CTL-W4-STD-OTHER NOT NUMERIC
              MOVE 8600 TO WS-CTL-W4-STD-OTHER
           END-IF.
           IF WS-CTL-W4-ALLOWANCE-AMT NOT NUMERIC
              MOVE 4300 TO WS-CTL-W4-ALLOWANCE-AMT
           END-IF.
           IF WS-CTL-SUPP-FED-PCT NOT NUMERIC
              MOVE .2200 TO WS-CTL-SUPP-FED-PCT
           END-IF.
           MOVE WS-CTL-OT-THRESHOLD-HOURS TO WS-OT-THRESHOLD-HOURS.
           MOVE WS-CTL-OT-MULTIPLIER      TO WS-OT-MULTIPLIER.
           MOVE WS-CTL-REPORT-BYLINE TO PAGE-HDG-03-BYLINE.

       1000-INITIALIZE.
           PERFORM 0500-GET-FILE-PATHS.
           PERFORM 0520-CHECK-OFF-CYCLE-RUN THRU 0520-EXIT.
           PERFORM 0570-LOAD-PAYROLL-CONTROL.
           ACCEPT WS-OT-ENV-STAGING FROM ENVIRONMENT
                  "PAYRPTRB-OT-HOURS".
                          PAY-STUB-FILE
                          CHECK-PRINT-FILE
                          CHECK-REGISTER
           ELSE
              PERFORM 0560-ARCHIVE-OLD-REPORT
              OPEN OUTPUT PAYROLL-OUT
                          PAY-STUB-FILE
                          CHECK-PRINT-FILE
                          CHECK-REGISTER
           END-IF.
      * THE ISSUE REGISTER AND POSITIVE PAY ARE CUMULATIVE - ALWAYS
      * APPEND, NEVER TRUNCATE, RESTART OR NOT.  POSITIVE PAY ALSO
      * CARRIES THE CHECKS APPAYRB HAS CUT SINCE THE LAST
      * TRANSMISSION; IT IS EMPTIED ONLY WHEN IT GOES TO THE BANK.
           OPEN EXTEND CHECK-ISSUE-FILE.
           IF NOT GOOD-CHECK-ISSUE-WRITE
              CLOSE CHECK-ISSUE-FILE
              OPEN OUTPUT CHECK-ISSUE-FILE
           END-IF.
           OPEN EXTEND POSITIVE-PAY-FILE.
           IF NOT GOOD-POSITIVE-PAY-WRITE
              CLOSE POSITIVE-PAY-FILE
              OPEN OUTPUT POSITIVE-PAY-FILE
           END-IF.
      * SO IS THE LABOR-RATE FILE - A RESTART THAT REPEATS A CHECK
      * JUST REPEATS THE SAME RATE.
           OPEN EXTEND LABOR-RATE-FILE.
           IF NOT GOOD-LABOR-RATE-WRITE
              CLOSE LABOR-RATE-FILE
              OPEN OUTPUT LABOR-RATE-FILE
           END-IF.
           ACCEPT WS-ENV-PATH-OVERRIDE FROM ENVIRONMENT
                  "PAYRPTRB-POSPAY-ACCOUNT".
           IF WS-ENV-PATH-OVERRIDE NOT = SPACES
              CLOSE REJECT-LISTING-FILE
              OPEN OUTPUT REJECT-LISTING-FILE
           END-IF.
           OPEN EXTEND HOLD-LISTING-FILE.
           IF NOT GOOD-HOLD-LISTING-WRITE
              CLOSE HOLD-LISTING-FILE
              OPEN OUTPUT HOLD-LISTING-FILE
           END-IF.
           MOVE ZEROES to WS-RECORDS-READ
                          WS-RECORDS-WRITTEN.
           MOVE "PAYRPTRB" TO JRN-PROGRAM-NAME.
           MOVE SPACES     TO JRN-USER-ID.
           PERFORM 1500-LOAD-EMPLOYEE-TABLE.
           PERFORM 1600-LOAD-YTD-TABLE.
           PERFORM 1650-LOAD-QTD-TABLE.
           PERFORM 1900-LOAD-STATE-RATES.
           PERFORM 1910-LOAD-LOCAL-RATES.
           PERFORM 1920-LOAD-COMP-WAGES.
           PERFORM 1930-LOAD-FED-WH-TABLE.
           PERFORM 1950-LOAD-PAID-REGISTER.
           PERFORM 1980-LOAD-PAY-CALENDAR.
           PERFORM 1985-LOAD-TIME-APPROVALS.
           MOVE SPACES TO WS-OT-ENV-STAGING.
           ACCEPT WS-OT-ENV-STAGING FROM ENVIRONMENT
                  "PAYRPTRB-FORCE-RERUN".

       1995-TALLY-HISTORY-CHECK.
           MOVE PH-KEY-EMP-DATE TO WS-PHV-REC (1:12).
           MOVE PH-REC-REST     TO WS-PHV-REC (13:113).
           IF WS-PHV-TRAN-TYPE = "A"
              OR WS-PHV-GROSS NOT NUMERIC
              CONTINUE
                    AT END
                       SET END-OF-QTD-MASTER TO TRUE
                    NOT AT END
                       MOVE "L" TO JRN-FUNCTION-CODE
                       MOVE "QTDMAST" TO JRN-MASTER-ID
                       MOVE QTD-MASTER-RECORD TO JRN-BEFORE-IMAGE
                       CALL "CHGJRNRB" USING CHGJRNL-PARMS
                       ADD 1 TO WS-QTD-COUNT
                       MOVE QTD-EMP-NUMBER TO
                            TABLE-QTD-EMP-NUMBER (WS-QTD-COUNT)
                            TABLE-QTD-STATE (WS-QTD-COUNT)
                       MOVE QTD-LOCAL TO
                            TABLE-QTD-LOCAL (WS-QTD-COUNT)
                       IF QTD-ADDL-MED-WAGES IS NUMERIC
                          MOVE QTD-SS-WAGES TO
                               TABLE-QTD-SS-WAGES (WS-QTD-COUNT)
                          MOVE QTD-SS-TAX TO
                               TABLE-QTD-SS-TAX (WS-QTD-COUNT)
                          MOVE QTD-MED-WAGES TO
                               TABLE-QTD-MED-WAGES (WS-QTD-COUNT)
                          MOVE QTD-MED-TAX TO
                               TABLE-QTD-MED-TAX (WS-QTD-COUNT)
                          MOVE QTD-ADDL-MED-WAGES TO
                               TABLE-QTD-ADDL-MED-WAGES (WS-QTD-COUNT)
                       ELSE
                          MOVE 0 TO TABLE-QTD-SS-WAGES (WS-QTD-COUNT)
                                    TABLE-QTD-SS-TAX (WS-QTD-COUNT)
                                    TABLE-QTD-MED-WAGES (WS-QTD-COUNT)
                                    TABLE-QTD-MED-TAX (WS-QTD-COUNT)
                               TABLE-QTD-ADDL-MED-WAGES (WS-QTD-COUNT)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE QTD-MASTER
              MOVE TABLE-QTD-SSMED (WS-QTD-SUB)      TO QTD-SSMED
              MOVE TABLE-QTD-STATE (WS-QTD-SUB)      TO QTD-STATE
              MOVE TABLE-QTD-LOCAL (WS-QTD-SUB)      TO QTD-LOCAL
              MOVE TABLE-QTD-SS-WAGES (WS-QTD-SUB)   TO QTD-SS-WAGES
              MOVE TABLE-QTD-SS-TAX (WS-QTD-SUB)     TO QTD-SS-TAX
              MOVE TABLE-QTD-MED-WAGES (WS-QTD-SUB)  TO QTD-MED-WAGES
              MOVE TABLE-QTD-MED-TAX (WS-QTD-SUB)    TO QTD-MED-TAX
              MOVE TABLE-QTD-ADDL-MED-WAGES (WS-QTD-SUB)
                TO QTD-ADDL-MED-WAGES
              WRITE QTD-MASTER-RECORD
              MOVE "W" TO JRN-FUNCTION-CODE
              MOVE "QTDMAST" TO JRN-MASTER-ID
              MOVE QTD-MASTER-RECORD TO JRN-AFTER-IMAGE
              CALL "CHGJRNRB" USING CHGJRNL-PARMS
           END-PERFORM.
           CLOSE QTD-MASTER.
           MOVE "E" TO JRN-FUNCTION-CODE.
           MOVE "QTDMAST" TO JRN-MASTER-ID.
           CALL "CHGJRNRB" USING CHGJRNL-PARMS.

       1950-LOAD-PAID-REGISTER.
      * RELOAD THE KEYS OF EVERY CHECK ALREADY PRODUCED, THEN LEAVE
           END-IF.

       2580-CHECK-PAID-REGISTER.
      * REJECT A NORMAL OR BONUS CHECK WHOSE EMPLOYEE/PAY-DATE KEY
      * IS ALREADY ON THE PAID REGISTER - THE SINGLE BIGGEST
      * OPERATIONAL RISK IN THE SYSTEM WAS THE SAME INPUT FILE
      * RUNNING TWICE.  VOIDS AND
      * ADJUSTMENTS REFERENCE ALREADY-PAID KEYS BY DESIGN AND ARE
      * EXEMPT, AS IS A RUN WITH THE OPERATOR FORCE-RERUN SWITCH SET.
           MOVE SPACES TO WS-PAID-CHECK-KEY.
              PERFORM 2600-WRITE-REJECT-LISTING
           END-IF.

       2585-CHECK-TIME-APPROVAL.
      * A NORMAL RECORD IS PAID ONLY WHEN ITS SUPERVISOR APPROVED
      * IT, AND ONLY FOR THE HOURS THAT WERE APPROVED.  ANYTHING ELSE
      * IS HELD, NOT REJECTED - THE RECORD IS GOOD, IT IS JUST NOT
      * CLEARED FOR PAYMENT YET.
           MOVE SPACES TO WS-HOLD-REASON.
           PERFORM VARYING WS-TAP-SUB FROM 1 BY 1
              UNTIL WS-TAP-SUB > WS-TAP-COUNT
                 OR (TABLE-TAP-EMP (WS-TAP-SUB) =
                     PAYROLL-EMP-NUMBER-READ
                     AND TABLE-TAP-PAY-DATE (WS-TAP-SUB) =
                         PAYROLL-PAY-DATE-READ)
           END-PERFORM.
           EVALUATE TRUE
              WHEN WS-TAP-SUB > WS-TAP-COUNT
                 MOVE "HELD - NO APPROVAL ON FILE: "
                   TO WS-HOLD-REASON
              WHEN TABLE-TAP-STATUS (WS-TAP-SUB) = "H"
                 MOVE "HELD - HELD BY SUPERVISOR: "
                   TO WS-HOLD-REASON
              WHEN TABLE-TAP-STATUS (WS-TAP-SUB) NOT = "A"
                 MOVE "HELD - NOT YET APPROVED: "
                   TO WS-HOLD-REASON
              WHEN TABLE-TAP-HOURS (WS-TAP-SUB) NOT =
                   PAYROLL-EMP-HOURS-READ
                 MOVE "HELD - HOURS CHANGED SINCE OK: "
                   TO WS-HOLD-REASON
           END-EVALUATE.
           IF WS-HOLD-REASON NOT = SPACES
              SET INVALID-RECORD TO TRUE
              SET RECORD-IS-HELD TO TRUE
              DISPLAY WS-HOLD-REASON WS-RECORDS-READ
              PERFORM 2605-WRITE-HOLD-LISTING
           END-IF.

       4800-WRITE-PAID-REGISTER.
      * RECORD THE CHECK ON THE REGISTER THE MOMENT IT IS PRODUCED -
      * BOTH ON DISK (SO A RERUN SEES IT) AND IN THE TABLE (SO A
              CLOSE COMP-WAGE-FILE
           END-IF.

       1930-LOAD-FED-WH-TABLE.
      * LOAD THE PUBLICATION 15-T BRACKETS.  A MISSING FILE LEAVES
      * THE COUNT AT ZERO AND FEDERAL TAX STAYS ON THE FLAT RATES.
           OPEN INPUT FED-WH-TABLE-FILE.
           IF FED-WH-TABLE-FILE-OK
              PERFORM UNTIL END-OF-FED-WH-TABLE-FILE
                 READ FED-WH-TABLE-FILE
                    AT END
                       SET END-OF-FED-WH-TABLE-FILE TO TRUE
                    NOT AT END
                       IF WS-FEDWH-COUNT = 300
                          DISPLAY "PAYRPTRB: FEDERAL WITHHOLDING "
                              "TABLE CEILING (300) REACHED - RUN "
                              "STOPPED"
                          MOVE 16 TO RETURN-CODE
                          GOBACK
                       END-IF
                       ADD 1 TO WS-FEDWH-COUNT
                       MOVE FWT-FILING-STATUS TO
                            TABLE-FWT-FILING-STATUS (WS-FEDWH-COUNT)
                       MOVE FWT-MULTI-JOBS TO
                            TABLE-FWT-MULTI-JOBS (WS-FEDWH-COUNT)
                       MOVE FWT-PAY-FREQUENCY TO
                            TABLE-FWT-PAY-FREQUENCY (WS-FEDWH-COUNT)
                       MOVE FWT-WAGE-OVER TO
                            TABLE-FWT-WAGE-OVER (WS-FEDWH-COUNT)
                       MOVE FWT-BASE-TAX TO
                            TABLE-FWT-BASE-TAX (WS-FEDWH-COUNT)
                       MOVE FWT-RATE TO
                            TABLE-FWT-RATE (WS-FEDWH-COUNT)
                 END-READ
              END-PERFORM
              CLOSE FED-WH-TABLE-FILE
           END-IF.

       1980-LOAD-PAY-CALENDAR.
      * LOAD THE YEAR'S EXPECTED PAY DATES GENERATED BY DATEFUNRB.
      * A MISSING FILE LEAVES THE COUNT AT ZERO AND PAY DATES ARE
              CLOSE PAY-CALENDAR-FILE
           END-IF.

       1985-LOAD-TIME-APPROVALS.
      * LOAD THE SUPERVISORS' APPROVALS.  A MISSING FILE LEAVES THE
      * GATE OFF - SAID ON THE CONSOLE SO NOBODY MISTAKES IT FOR A
      * RUN WHERE EVERYTHING WAS APPROVED.
           OPEN INPUT TIME-APPROVAL-FILE.
           IF TIME-APPROVAL-FILE-OK
              SET APPROVAL-GATE-ON TO TRUE
              PERFORM UNTIL END-OF-TIME-APPROVAL
                       OR WS-TAP-COUNT = 5000
                 READ TIME-APPROVAL-FILE
                    AT END
                       SET END-OF-TIME-APPROVAL TO TRUE
                    NOT AT END
                       ADD 1 TO WS-TAP-COUNT
                       MOVE TAP-EMP-NUMBER TO
                            TABLE-TAP-EMP (WS-TAP-COUNT)
                       MOVE TAP-PAY-DATE TO
                            TABLE-TAP-PAY-DATE (WS-TAP-COUNT)
                       MOVE TAP-DEPT TO
                            TABLE-TAP-DEPT (WS-TAP-COUNT)
                       IF TAP-HOURS IS NUMERIC
                          MOVE TAP-HOURS TO
                               TABLE-TAP-HOURS (WS-TAP-COUNT)
                       ELSE
                          MOVE 0 TO TABLE-TAP-HOURS (WS-TAP-COUNT)
                       END-IF
                       MOVE TAP-STATUS TO
                            TABLE-TAP-STATUS (WS-TAP-COUNT)
                       MOVE TAP-APPROVER TO
                            TABLE-TAP-APPROVER (WS-TAP-COUNT)
                 END-READ
              END-PERFORM
              CLOSE TIME-APPROVAL-FILE
           ELSE
              DISPLAY "PAYRPTRB: NO TIME-APPROVAL FILE - NORMAL "
                  "RECORDS PAID WITHOUT SUPERVISOR APPROVAL"
           END-IF.

       2570-CHECK-PAY-CALENDAR.
      * THE RECORD'S PAY DATE MUST BE ONE OF THE EXPECTED DATES FOR
      * ITS PAY FREQUENCY.  2550 HAS ALREADY BUILT THE CCYYMMDD COPY
              PERFORM 2600-WRITE-REJECT-LISTING
           END-IF.

       2575-CHECK-OFF-CYCLE-DATE.
      * AN OFF-CYCLE RUN PAYS ONE DATE ONLY - THE ONE DECLARED IN
      * PAYRPTRB-OFF-CYCLE.  IT NEED NOT BE ON THE PAY CALENDAR.
           IF WS-PAY-DATE-CCYYMMDD NOT = WS-OFF-CYCLE-DATE
              SET INVALID-RECORD TO TRUE
              DISPLAY "REJECTED - NOT OFF-CYCLE DATE: "
                      WS-RECORDS-READ
              MOVE "REJECTED - NOT OFF-CYCLE DATE: "
                TO WS-REJECT-REASON
              PERFORM 2600-WRITE-REJECT-LISTING
           END-IF.

       1850-LOAD-GL-ACCOUNTS.
      * LOAD THE DEPARTMENT-TO-ACCOUNT MAP.  THE SPECIAL ROWS *TAX,
      * *DED, AND *NET OVERRIDE THE DEFAULT CREDIT ACCOUNTS.  IF THE
                    AT END
                       SET END-OF-LEAVE-MASTER TO TRUE
                    NOT AT END
                       MOVE "L" TO JRN-FUNCTION-CODE
                       MOVE "LEAVEACC" TO JRN-MASTER-ID
                       MOVE LEAVE-MASTER-RECORD TO JRN-BEFORE-IMAGE
                       CALL "CHGJRNRB" USING CHGJRNL-PARMS
                       ADD 1 TO WS-LEAVE-COUNT
                       MOVE LVA-EMP-NUMBER TO
                            TABLE-LVA-EMP-NUMBER (WS-LEAVE-COUNT)
      * ACCRUE THIS PAY PERIOD'S VACATION AND SICK HOURS, THEN DRAW
      * DOWN WHATEVER VAC/SIC HOURS THIS CHECK PAID OUT.  A DRAW
      * THAT OVERSHOOTS THE BANK FLOORS AT ZERO WITH A CONSOLE NOTE
      * SO A SUPERVISOR CAN CHASE IT.  A FINAL CHECK EARNS NO MORE
      * LEAVE: ITS VACATION WAS PAID OUT WHOLE AND SICK TIME IS
      * FORFEITED, SO BOTH BANKS CLOSE AT ZERO.
           PERFORM VARYING WS-LEAVE-SUB FROM 1 BY 1
              UNTIL WS-LEAVE-SUB > WS-LEAVE-COUNT
                 OR TABLE-LVA-EMP-NUMBER (WS-LEAVE-SUB) =
              MOVE 0 TO TABLE-LVA-VAC-BALANCE (WS-LEAVE-SUB)
              MOVE 0 TO TABLE-LVA-SIC-BALANCE (WS-LEAVE-SUB)
           END-IF.
           IF TRAN-FINAL of PAYROLL-REC-IN
              MOVE 0 TO TABLE-LVA-VAC-BALANCE (WS-LEAVE-SUB)
                        TABLE-LVA-SIC-BALANCE (WS-LEAVE-SUB)
           ELSE
              ADD WS-CTL-VAC-ACCRUE-HOURS TO
                  TABLE-LVA-VAC-BALANCE (WS-LEAVE-SUB)
              ADD WS-CTL-SIC-ACCRUE-HOURS TO
                  TABLE-LVA-SIC-BALANCE (WS-LEAVE-SUB)
           END-IF.
           IF PAYROLL-EMP-VAC-HOURS of PAYROLL-REC-IN >
              TABLE-LVA-VAC-BALANCE (WS-LEAVE-SUB)
              DISPLAY "LEAVE OVERDRAWN (VAC): "
              MOVE TABLE-LVA-SIC-BALANCE (WS-LEAVE-SUB)
                TO LVA-SIC-BALANCE
              WRITE LEAVE-MASTER-RECORD
              MOVE "W" TO JRN-FUNCTION-CODE
              MOVE "LEAVEACC" TO JRN-MASTER-ID
              MOVE LEAVE-MASTER-RECORD TO JRN-AFTER-IMAGE
              CALL "CHGJRNRB" USING CHGJRNL-PARMS
           END-PERFORM.
           CLOSE LEAVE-MASTER.
           MOVE "E" TO JRN-FUNCTION-CODE.
           MOVE "LEAVEACC" TO JRN-MASTER-ID.
           CALL "CHGJRNRB" USING CHGJRNL-PARMS.

       1760-LOAD-ARREARS-TABLE.
      * LOAD THE CARRIED-FORWARD DEDUCTION ARREARS.  A MISSING FILE
                    AT END
                       SET END-OF-ARREARS-FILE TO TRUE
                    NOT AT END
                       MOVE "L" TO JRN-FUNCTION-CODE
                       MOVE "ARREARS" TO JRN-MASTER-ID
                       MOVE ARREARS-RECORD TO JRN-BEFORE-IMAGE
                       CALL "CHGJRNRB" USING CHGJRNL-PARMS
                       ADD 1 TO WS-ARREARS-COUNT
                       MOVE ARR-EMP-NUMBER TO
                            TABLE-ARR-EMP-NUMBER (WS-ARREARS-COUNT)
                 MOVE TABLE-ARR-BALANCE (WS-ARREARS-SUB)
                   TO ARR-BALANCE
                 WRITE ARREARS-RECORD
                 MOVE "W" TO JRN-FUNCTION-CODE
                 MOVE "ARREARS" TO JRN-MASTER-ID
                 MOVE ARREARS-RECORD TO JRN-AFTER-IMAGE
                 CALL "CHGJRNRB" USING CHGJRNL-PARMS
              END-IF
           END-PERFORM.
           CLOSE ARREARS-FILE.
           MOVE "E" TO JRN-FUNCTION-CODE.
           MOVE "ARREARS" TO JRN-MASTER-ID.
           CALL "CHGJRNRB" USING CHGJRNL-PARMS.

       9680-WRITE-RETIRE-REMIT.
      * BUILD THE PROVIDER REMITTANCE FILE FOR THIS PAY RUN: ONE
                    AT END
                       SET END-OF-DEDUCTION-MASTER TO TRUE
                    NOT AT END
                       MOVE "L" TO JRN-FUNCTION-CODE
                       MOVE "DEDMAST" TO JRN-MASTER-ID
                       MOVE DEDUCTION-MASTER-RECORD TO JRN-BEFORE-IMAGE
                       CALL "CHGJRNRB" USING CHGJRNL-PARMS
                       ADD 1 TO WS-DED-COUNT
                       MOVE DEDUCTION-MASTER-RECORD TO
                            DED-TABLE-ENTRY (WS-DED-COUNT)
      * 3100-TAKE-DEDUCTIONS, WHERE THE CHECK'S REMAINING NET CAPS
      * WHAT EACH DEDUCTION REALLY GETS.  VOIDS AND ADJUSTMENTS
      * CARRY THE ORIGINAL KEYED AMOUNTS AND NEVER TOUCH THE
      * DECLINING BALANCES OR THE ARREARS FILE.  A BONUS TAKES ITS
      * ROWS LIKE A NORMAL CHECK ONLY WHEN FLAGGED TO; OTHERWISE
      * 2520 HAS ALREADY ZEROED ITS KEYED LUMPS AND IT TAKES NOTHING.
      * A FINAL CHECK TAKES WHAT FINPAYRB LEFT ON THE MASTER - THE
      * GARNISHMENTS - AND RECOVERS ANY ARREARS OUT OF THE PAYOUT.
           MOVE PAYROLL-EMP-PRETAX of PAYROLL-REC-IN
             TO WS-PRETAX-INTENDED.
           MOVE PAYROLL-EMP-POSTTAX of PAYROLL-REC-IN
             TO WS-POSTTAX-INTENDED.
           IF TRAN-NORMAL of PAYROLL-REC-IN
              OR TRAN-FINAL of PAYROLL-REC-IN
              OR BONUS-TAKES-DEDUCTIONS
              MOVE "N" TO WS-DED-EMP-HAS-ROWS
              PERFORM VARYING WS-DED-SUB FROM 1 BY 1
                 UNTIL WS-DED-SUB > WS-DED-COUNT
              MOVE TABLE-DED-AMOUNT (WS-DED-SUB) TO WS-DED-TAKE
           END-IF.

       3050-FIGURE-FICA.
      * SOCIAL SECURITY AND MEDICARE ON THIS CHECK'S TAXABLE WAGES.
      * SOCIAL SECURITY ONLY APPLIES TO WAGES UP TO THE ANNUAL WAGE
      * BASE; MEDICARE APPLIES TO ALL OF THEM, PLUS THE ADDITIONAL
      * MEDICARE RATE ON WHATEVER PART OF THE YEAR'S MEDICARE WAGES
      * RUNS PAST THE THRESHOLD.  BOTH ARE CHECKED AGAINST THE YTD
      * MASTER AS IT STOOD BEFORE THIS CHECK.  MEDICARE WAGES ARE
      * NEVER CAPPED, SO THE PRE-CHECK SS WAGES ARE JUST THE PRE-
      * CHECK MEDICARE WAGES HELD TO THE WAGE BASE.
           MOVE 0 TO WS-FICA-MED-WAGES-BEFORE.
           PERFORM VARYING WS-YTD-SUB FROM 1 BY 1
              UNTIL WS-YTD-SUB > WS-YTD-COUNT
                 OR TABLE-YTD-EMP-NUMBER (WS-YTD-SUB) =
                    PAYROLL-EMP-NUMBER of PAYROLL-REC-IN
           END-PERFORM.
           IF WS-YTD-SUB NOT > WS-YTD-COUNT
              MOVE TABLE-YTD-MED-WAGES (WS-YTD-SUB)
                TO WS-FICA-MED-WAGES-BEFORE
      * A VOID'S ORIGINAL CHECK IS ALREADY IN THE YTD FIGURES - STEP
      * BACK OVER IT SO THE SPLIT COMES OUT THE WAY IT WAS TAKEN.
              IF TRAN-VOID of PAYROLL-REC-IN
                 IF WS-FICA-MED-WAGES-BEFORE > WS-TAXABLE-GROSS
                    SUBTRACT WS-TAXABLE-GROSS
                        FROM WS-FICA-MED-WAGES-BEFORE
                 ELSE
                    MOVE 0 TO WS-FICA-MED-WAGES-BEFORE
                 END-IF
              END-IF
           END-IF.
           IF WS-FICA-MED-WAGES-BEFORE > WS-CTL-SS-WAGE-BASE
              MOVE WS-CTL-SS-WAGE-BASE TO WS-FICA-SS-WAGES-BEFORE
           ELSE
              MOVE WS-FICA-MED-WAGES-BEFORE TO WS-FICA-SS-WAGES-BEFORE
           END-IF.
           IF WS-FICA-SS-WAGES-BEFORE + WS-TAXABLE-GROSS >
              WS-CTL-SS-WAGE-BASE
              COMPUTE WS-SS-WAGES-THIS-CHECK =
                  WS-CTL-SS-WAGE-BASE - WS-FICA-SS-WAGES-BEFORE
           ELSE
              MOVE WS-TAXABLE-GROSS TO WS-SS-WAGES-THIS-CHECK
           END-IF.
           COMPUTE WS-FICA-OVER-THRESHOLD =
               WS-FICA-MED-WAGES-BEFORE + WS-TAXABLE-GROSS
               - WS-CTL-ADDL-MED-THRESHOLD.
           IF WS-FICA-OVER-THRESHOLD > WS-TAXABLE-GROSS
              MOVE WS-TAXABLE-GROSS TO WS-ADDL-MED-WAGES-THIS-CHECK
           ELSE
              IF WS-FICA-OVER-THRESHOLD > 0
                 MOVE WS-FICA-OVER-THRESHOLD
                   TO WS-ADDL-MED-WAGES-THIS-CHECK
              ELSE
                 MOVE 0 TO WS-ADDL-MED-WAGES-THIS-CHECK
              END-IF
           END-IF.
           COMPUTE PAYROLL-EMP-SS-TAX-WRITE =
               WS-SS-WAGES-THIS-CHECK * WS-CTL-SS-PCT.
           COMPUTE PAYROLL-EMP-MED-TAX-WRITE =
               (WS-TAXABLE-GROSS * WS-CTL-MED-PCT) +
               (WS-ADDL-MED-WAGES-THIS-CHECK * WS-CTL-ADDL-MED-PCT).
           COMPUTE PAYROLL-EMP-SSN-MED-WRITE =
               PAYROLL-EMP-SS-TAX-WRITE + PAYROLL-EMP-MED-TAX-WRITE.

       3070-FIGURE-FED-TAX.
      * WITH NO BRACKET TABLE LOADED, FEDERAL TAX STAYS ONE FLAT
      * RATE PER ALLOWANCE COUNT FROM THE CONTROL FILE.  A BONUS IS
      * SUPPLEMENTAL WAGES AND IS WITHHELD AT THE CONTROL FILE'S
      * SUPPLEMENTAL FLAT RATE WHATEVER THE W-4 SAYS.
           EVALUATE TRUE
              WHEN TRAN-BONUS of PAYROLL-REC-IN
                 COMPUTE PAYROLL-EMP-FED-WRITE ROUNDED =
                     WS-TAXABLE-GROSS * WS-CTL-SUPP-FED-PCT
              WHEN WS-FEDWH-COUNT = 0
                 PERFORM 3080-FED-TAX-FLAT-RATE
              WHEN OTHER
                 PERFORM 3075-FED-TAX-PCT-METHOD
           END-EVALUATE.

       3075-FED-TAX-PCT-METHOD.
      * PUBLICATION 15-T WORKSHEET 1A.  THE CHECK'S TAXABLE WAGES
      * ARE ANNUALIZED BY THE NUMBER OF PAY PERIODS IN THE YEAR.
           EVALUATE TRUE
              WHEN PAY-BIWEEKLY of PAYROLL-REC-IN
                 MOVE 26 TO WS-FEDWH-PERIODS
                 MOVE "B" TO WS-FEDWH-FREQ-KEY
              WHEN PAY-SEMIMONTHLY of PAYROLL-REC-IN
                 MOVE 24 TO WS-FEDWH-PERIODS
                 MOVE "S" TO WS-FEDWH-FREQ-KEY
              WHEN PAY-MONTHLY of PAYROLL-REC-IN
                 MOVE 12 TO WS-FEDWH-PERIODS
                 MOVE "M" TO WS-FEDWH-FREQ-KEY
              WHEN OTHER
                 MOVE 52 TO WS-FEDWH-PERIODS
                 MOVE "W" TO WS-FEDWH-FREQ-KEY
           END-EVALUATE.
           PERFORM 2566-SET-FED-WH-KEYS.
           COMPUTE WS-FEDWH-ANNUAL-WAGES =
               WS-TAXABLE-GROSS * WS-FEDWH-PERIODS.
      * STEP 1 - A 2020-OR-LATER W-4 ADDS ITS OTHER INCOME AND TAKES
      * OFF ITS DEDUCTIONS, PLUS THE STANDARD AMOUNT UNLESS THE STEP
      * 2 BOX IS CHECKED (THE CHECKBOX SCHEDULE ALREADY ALLOWS FOR
      * IT).  A PRE-2020 W-4 TAKES OFF ITS ALLOWANCES INSTEAD.
           IF LOOKUP-EMP-W4-PRE-2020
              COMPUTE WS-FEDWH-ANNUAL-WAGES = WS-FEDWH-ANNUAL-WAGES
                  - (PAYROLL-EMP-DEDUCTIONS-READ *
                     WS-CTL-W4-ALLOWANCE-AMT)
           ELSE
              COMPUTE WS-FEDWH-ANNUAL-WAGES = WS-FEDWH-ANNUAL-WAGES
                  + WS-EMP-W4-OTHER-INCOME
                  - WS-EMP-W4-DEDUCTIONS
              IF NOT LOOKUP-EMP-W4-MULTI-JOBS
                 IF LOOKUP-EMP-W4-JOINT
                    SUBTRACT WS-CTL-W4-STD-MFJ
                        FROM WS-FEDWH-ANNUAL-WAGES
                 ELSE
                    SUBTRACT WS-CTL-W4-STD-OTHER
                        FROM WS-FEDWH-ANNUAL-WAGES
                 END-IF
              END-IF
           END-IF.
           IF WS-FEDWH-ANNUAL-WAGES < 0
              MOVE 0 TO WS-FEDWH-ANNUAL-WAGES
           END-IF.
      * STEP 2 - THE PAY FREQUENCY'S OWN ROWS IF THE TABLE CARRIES
      * THEM, OTHERWISE THE ANNUAL ROWS WITH THE TAX SPREAD BACK
      * OVER THE YEAR'S PAY PERIODS.
           COMPUTE WS-FEDWH-LOOKUP-WAGES ROUNDED =
               WS-FEDWH-ANNUAL-WAGES / WS-FEDWH-PERIODS.
           PERFORM 3078-FIND-FED-BRACKET.
           IF WS-FEDWH-HIT-SUB = 0
              MOVE "A" TO WS-FEDWH-FREQ-KEY
              MOVE WS-FEDWH-ANNUAL-WAGES TO WS-FEDWH-LOOKUP-WAGES
              PERFORM 3078-FIND-FED-BRACKET
           END-IF.
           IF WS-FEDWH-HIT-SUB = 0
              MOVE 0 TO WS-FEDWH-TENTATIVE-TAX
           ELSE
              COMPUTE WS-FEDWH-TENTATIVE-TAX ROUNDED =
                  TABLE-FWT-BASE-TAX (WS-FEDWH-HIT-SUB) +
                  ((WS-FEDWH-LOOKUP-WAGES -
                    TABLE-FWT-WAGE-OVER (WS-FEDWH-HIT-SUB)) *
                   TABLE-FWT-RATE (WS-FEDWH-HIT-SUB))
           END-IF.
           IF WS-FEDWH-FREQ-KEY = "A"
              COMPUTE WS-FEDWH-PERIOD-TAX ROUNDED =
                  WS-FEDWH-TENTATIVE-TAX / WS-FEDWH-PERIODS
           ELSE
              MOVE WS-FEDWH-TENTATIVE-TAX TO WS-FEDWH-PERIOD-TAX
           END-IF.
      * STEP 3 - THE DEPENDENT CREDIT, SPREAD OVER THE PAY PERIODS,
      * CAN TAKE THE CHECK'S TAX TO ZERO BUT NO LOWER.  STEP 4 - ANY
      * EXTRA PER-CHECK WITHHOLDING GOES ON TOP.
           COMPUTE WS-FEDWH-CREDIT ROUNDED =
               WS-EMP-W4-DEP-CREDIT / WS-FEDWH-PERIODS.
           SUBTRACT WS-FEDWH-CREDIT FROM WS-FEDWH-PERIOD-TAX.
           IF WS-FEDWH-PERIOD-TAX < 0
              MOVE 0 TO WS-FEDWH-PERIOD-TAX
           END-IF.
           ADD WS-EMP-W4-EXTRA-WH TO WS-FEDWH-PERIOD-TAX.
           MOVE WS-FEDWH-PERIOD-TAX TO PAYROLL-EMP-FED-WRITE.

       3078-FIND-FED-BRACKET.
      * THE BRACKET IS THE SCHEDULE'S ROW WITH THE HIGHEST "WAGE
      * OVER" AMOUNT THE WAGES REACH, SO THE ROWS CAN SIT IN THE
      * FILE IN ANY ORDER.  WS-FEDWH-HIT-SUB STAYS ZERO WHEN THE
      * SCHEDULE HAS NO ROWS FOR THIS FREQUENCY.
           MOVE 0 TO WS-FEDWH-HIT-SUB.
           PERFORM VARYING WS-FEDWH-SUB FROM 1 BY 1
              UNTIL WS-FEDWH-SUB > WS-FEDWH-COUNT
              IF TABLE-FWT-FILING-STATUS (WS-FEDWH-SUB) =
                    WS-FEDWH-STATUS-KEY
                 AND TABLE-FWT-MULTI-JOBS (WS-FEDWH-SUB) =
                    WS-FEDWH-MULTI-KEY
                 AND TABLE-FWT-PAY-FREQUENCY (WS-FEDWH-SUB) =
                    WS-FEDWH-FREQ-KEY
                 AND TABLE-FWT-WAGE-OVER (WS-FEDWH-SUB) NOT >
                    WS-FEDWH-LOOKUP-WAGES
                 IF WS-FEDWH-HIT-SUB = 0
                    MOVE WS-FEDWH-SUB TO WS-FEDWH-HIT-SUB
                 ELSE
                    IF TABLE-FWT-WAGE-OVER (WS-FEDWH-SUB) >
                       TABLE-FWT-WAGE-OVER (WS-FEDWH-HIT-SUB)
                       MOVE WS-FEDWH-SUB TO WS-FEDWH-HIT-SUB
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.

       3080-FED-TAX-FLAT-RATE.
           IF PAYROLL-EMP-DEDUCTIONS-READ = 0
                COMPUTE PAYROLL-EMP-FED-WRITE =
                    WS-TAXABLE-GROSS * WS-CTL-FED-BRACKET-0
           else
           IF PAYROLL-EMP-DEDUCTIONS-READ = 1
                 COMPUTE PAYROLL-EMP-FED-WRITE =
                     WS-TAXABLE-GROSS * WS-CTL-FED-BRACKET-1
            ELSE
           IF PAYROLL-EMP-DEDUCTIONS-READ = 2
                 COMPUTE PAYROLL-EMP-FED-WRITE =
                     WS-TAXABLE-GROSS * WS-CTL-FED-BRACKET-2
            ELSE
           IF PAYROLL-EMP-DEDUCTIONS-READ = 3
                 COMPUTE PAYROLL-EMP-FED-WRITE =
                     WS-TAXABLE-GROSS * WS-CTL-FED-BRACKET-3
            ELSE
           IF PAYROLL-EMP-DEDUCTIONS-READ = 4
                 COMPUTE PAYROLL-EMP-FED-WRITE =
                     WS-TAXABLE-GROSS * WS-CTL-FED-BRACKET-4
           ELSE
                 COMPUTE PAYROLL-EMP-FED-WRITE =
                     WS-TAXABLE-GROSS * WS-CTL-FED-BRACKET-4
          END-IF.

       3100-TAKE-DEDUCTIONS.
      * TAKE PASS - SPEND WHAT IS ACTUALLY LEFT OF THE CHECK AFTER
      * TAXES, IN PRIORITY ORDER: PRIOR ARREARS RECOVERY, THEN
                 MOVE DED-TABLE-ENTRY (WS-DED-SUB) TO
                      DEDUCTION-MASTER-RECORD
                 WRITE DEDUCTION-MASTER-RECORD
                 MOVE "W" TO JRN-FUNCTION-CODE
                 MOVE "DEDMAST" TO JRN-MASTER-ID
                 MOVE DEDUCTION-MASTER-RECORD TO JRN-AFTER-IMAGE
                 CALL "CHGJRNRB" USING CHGJRNL-PARMS
              END-PERFORM
              CLOSE DEDUCTION-MASTER
              MOVE "E" TO JRN-FUNCTION-CODE
              MOVE "DEDMAST" TO JRN-MASTER-ID
              CALL "CHGJRNRB" USING CHGJRNL-PARMS
           END-IF.

       1800-LOAD-CHECK-NUMBER.
                       MOVE 16 TO RETURN-CODE
                       GOBACK
                    END-IF
                    MOVE "L" TO JRN-FUNCTION-CODE
                    MOVE "EMPMAST" TO JRN-MASTER-ID
                    MOVE EMPLOYEE-MASTER-RECORD TO JRN-BEFORE-IMAGE
                    CALL "CHGJRNRB" USING CHGJRNL-PARMS
                    ADD 1 TO WS-EMPLOYEE-COUNT
                    MOVE EMP-NUMBER of EMPLOYEE-MASTER-RECORD TO
                         TABLE-EMP-NUMBER (WS-EMPLOYEE-COUNT)
                         TABLE-EMP-LOCALITY (WS-EMPLOYEE-COUNT)
                    MOVE EMP-COMP-CLASS of EMPLOYEE-MASTER-RECORD TO
                         TABLE-EMP-COMP-CLASS (WS-EMPLOYEE-COUNT)
                    PERFORM 1510-LOAD-EMPLOYEE-W4
              END-READ
           END-PERFORM.
           CLOSE EMPLOYEE-MASTER.

       1510-LOAD-EMPLOYEE-W4.
      * A MASTER RECORD WRITTEN BEFORE THE W-4 FIELDS EXISTED READS
      * IN WITH SPACES THERE - CARRY IT AS A PRE-2020 W-4 WITH NO
      * ADJUSTMENTS, SO THE ALLOWANCE COUNT STILL DRIVES IT.
           MOVE EMP-W4-FILING-STATUS of EMPLOYEE-MASTER-RECORD
             TO TABLE-EMP-W4-FILING-STATUS (WS-EMPLOYEE-COUNT).
           MOVE EMP-W4-MULTI-JOBS of EMPLOYEE-MASTER-RECORD
             TO TABLE-EMP-W4-MULTI-JOBS (WS-EMPLOYEE-COUNT).
           IF EMP-W4-DEP-CREDIT of EMPLOYEE-MASTER-RECORD NUMERIC
              MOVE EMP-W4-DEP-CREDIT of EMPLOYEE-MASTER-RECORD
                TO TABLE-EMP-W4-DEP-CREDIT (WS-EMPLOYEE-COUNT)
           ELSE
              MOVE 0 TO TABLE-EMP-W4-DEP-CREDIT (WS-EMPLOYEE-COUNT)
           END-IF.
           IF EMP-W4-OTHER-INCOME of EMPLOYEE-MASTER-RECORD NUMERIC
              MOVE EMP-W4-OTHER-INCOME of EMPLOYEE-MASTER-RECORD
                TO TABLE-EMP-W4-OTHER-INCOME (WS-EMPLOYEE-COUNT)
           ELSE
              MOVE 0 TO TABLE-EMP-W4-OTHER-INCOME (WS-EMPLOYEE-COUNT)
           END-IF.
           IF EMP-W4-DEDUCTIONS of EMPLOYEE-MASTER-RECORD NUMERIC
              MOVE EMP-W4-DEDUCTIONS of EMPLOYEE-MASTER-RECORD
                TO TABLE-EMP-W4-DEDUCTIONS (WS-EMPLOYEE-COUNT)
           ELSE
              MOVE 0 TO TABLE-EMP-W4-DEDUCTIONS (WS-EMPLOYEE-COUNT)
           END-IF.
           IF EMP-W4-EXTRA-WH of EMPLOYEE-MASTER-RECORD NUMERIC
              MOVE EMP-W4-EXTRA-WH of EMPLOYEE-MASTER-RECORD
                TO TABLE-EMP-W4-EXTRA-WH (WS-EMPLOYEE-COUNT)
           ELSE
              MOVE 0 TO TABLE-EMP-W4-EXTRA-WH (WS-EMPLOYEE-COUNT)
           END-IF.
           MOVE EMP-PAY-TYPE of EMPLOYEE-MASTER-RECORD
             TO TABLE-EMP-PAY-TYPE (WS-EMPLOYEE-COUNT).
           IF EMP-ANNUAL-SALARY of EMPLOYEE-MASTER-RECORD NUMERIC
              MOVE EMP-ANNUAL-SALARY of EMPLOYEE-MASTER-RECORD
                TO TABLE-EMP-ANNUAL-SALARY (WS-EMPLOYEE-COUNT)
           ELSE
              MOVE 0 TO TABLE-EMP-ANNUAL-SALARY (WS-EMPLOYEE-COUNT)
           END-IF.
           MOVE EMP-FLSA-STATUS of EMPLOYEE-MASTER-RECORD
             TO TABLE-EMP-FLSA-STATUS (WS-EMPLOYEE-COUNT).

       1600-LOAD-YTD-TABLE.
      * LOAD PRIOR YEAR-TO-DATE TOTALS SO THIS RUN ADDS ONTO THEM. IF
      * THE FILE IS NOT THERE YET THIS IS THE FIRST RUN OF THE YEAR.
                          MOVE 16 TO RETURN-CODE
                          GOBACK
                       END-IF
                       MOVE "L" TO JRN-FUNCTION-CODE
                       MOVE "YTDMAST" TO JRN-MASTER-ID
                       MOVE YTD-MASTER-RECORD TO JRN-BEFORE-IMAGE
                       CALL "CHGJRNRB" USING CHGJRNL-PARMS
                       ADD 1 TO WS-YTD-COUNT
                       MOVE YTD-EMP-NUMBER TO
                            TABLE-YTD-EMP-NUMBER (WS-YTD-COUNT)
                       ELSE
                          MOVE 0 TO TABLE-YTD-LOCAL (WS-YTD-COUNT)
                       END-IF
                       IF YTD-SS-WAGES IS NUMERIC
                          AND YTD-MED-TAX IS NUMERIC
                          MOVE YTD-SS-WAGES TO
                               TABLE-YTD-SS-WAGES (WS-YTD-COUNT)
                          MOVE YTD-SS-TAX TO
                               TABLE-YTD-SS-TAX (WS-YTD-COUNT)
                          MOVE YTD-MED-WAGES TO
                               TABLE-YTD-MED-WAGES (WS-YTD-COUNT)
                          MOVE YTD-MED-TAX TO
                               TABLE-YTD-MED-TAX (WS-YTD-COUNT)
                       ELSE
                          PERFORM 1610-REBUILD-FICA-SPLIT
                       END-IF
                       IF WS-YTD-FILE-YEAR = SPACES
                          AND YTD-TAX-YEAR IS NUMERIC
                          MOVE YTD-TAX-YEAR TO WS-YTD-FILE-YEAR
              CLOSE YTD-MASTER
           END-IF.

       1610-REBUILD-FICA-SPLIT.
      * A YTD RECORD WRITTEN BEFORE SOCIAL SECURITY AND MEDICARE WERE
      * CARRIED SEPARATELY ONLY HAS THE COMBINED YTD-SSMED.  THAT WAS
      * ALWAYS TAKEN AT THE FLAT WS-CTL-SSN-MED-PCT ON TAXABLE WAGES,
      * SO THE WAGES FALL BACK OUT OF IT, AND THE TAX SPLITS BY THE
      * SOCIAL SECURITY RATE ON THOSE WAGES.
           MOVE 0 TO TABLE-YTD-SS-WAGES (WS-YTD-COUNT)
                     TABLE-YTD-SS-TAX (WS-YTD-COUNT)
                     TABLE-YTD-MED-WAGES (WS-YTD-COUNT)
                     TABLE-YTD-MED-TAX (WS-YTD-COUNT).
           IF WS-CTL-SSN-MED-PCT > 0
              AND TABLE-YTD-SSMED (WS-YTD-COUNT) > 0
              COMPUTE TABLE-YTD-MED-WAGES (WS-YTD-COUNT) ROUNDED =
                  TABLE-YTD-SSMED (WS-YTD-COUNT) / WS-CTL-SSN-MED-PCT
              IF TABLE-YTD-MED-WAGES (WS-YTD-COUNT) >
                 WS-CTL-SS-WAGE-BASE
                 MOVE WS-CTL-SS-WAGE-BASE TO
                      TABLE-YTD-SS-WAGES (WS-YTD-COUNT)
              ELSE
                 MOVE TABLE-YTD-MED-WAGES (WS-YTD-COUNT) TO
                      TABLE-YTD-SS-WAGES (WS-YTD-COUNT)
              END-IF
              COMPUTE TABLE-YTD-SS-TAX (WS-YTD-COUNT) ROUNDED =
                  TABLE-YTD-MED-WAGES (WS-YTD-COUNT) * WS-CTL-SS-PCT
              IF TABLE-YTD-SS-TAX (WS-YTD-COUNT) >
                 TABLE-YTD-SSMED (WS-YTD-COUNT)
                 MOVE TABLE-YTD-SSMED (WS-YTD-COUNT) TO
                      TABLE-YTD-SS-TAX (WS-YTD-COUNT)
              END-IF
              COMPUTE TABLE-YTD-MED-TAX (WS-YTD-COUNT) =
                  TABLE-YTD-SSMED (WS-YTD-COUNT) -
                  TABLE-YTD-SS-TAX (WS-YTD-COUNT)
           END-IF.

       1700-WRITE-CHECKPOINT.
      * PERIODICALLY SNAPSHOT PROGRESS SO A CRASHED OR KILLED RUN CAN
      * BE RESTARTED FROM HERE INSTEAD OF FROM THE BEGINNING OF THE
      * REJECT IS ALSO WRITTEN TO REJECT-LISTING-FILE SO THE LISTING
      * SURVIVES AFTER THIS RUN'S CONSOLE OUTPUT IS GONE.
           SET VALID-RECORD TO TRUE.
           MOVE "N" TO WS-HELD-RECORD-SW.
           IF NOT (TRAN-NORMAL-READ OR TRAN-VOID-READ
                   OR TRAN-ADJUSTMENT-READ OR TRAN-BONUS-READ
                   OR TRAN-FINAL-READ)
              SET INVALID-RECORD TO TRUE
              DISPLAY "REJECTED - BAD TRAN TYPE: " WS-RECORDS-READ
              MOVE "REJECTED - BAD TRAN TYPE: " TO WS-REJECT-REASON
              PERFORM 2600-WRITE-REJECT-LISTING
           END-IF.
      * AN OFF-CYCLE RUN PAYS BONUSES AND NOTHING ELSE, AND A BONUS
      * IS NEVER PAID ON A REGULAR NIGHT WHERE IT WOULD BE TAXED
      * THROUGH THE WAGE BRACKETS:
           IF VALID-RECORD AND OFF-CYCLE-RUN-MODE
              AND NOT TRAN-BONUS-READ
              SET INVALID-RECORD TO TRUE
              DISPLAY "REJECTED - NOT A BONUS RECORD: " WS-RECORDS-READ
              MOVE "REJECTED - NOT A BONUS RECORD: "
                TO WS-REJECT-REASON
              PERFORM 2600-WRITE-REJECT-LISTING
           END-IF.
           IF VALID-RECORD AND TRAN-BONUS-READ
              AND NOT OFF-CYCLE-RUN-MODE
              SET INVALID-RECORD TO TRUE
              DISPLAY "REJECTED - BONUS ON REG RUN: "
                      WS-RECORDS-READ
              MOVE "REJECTED - BONUS ON REG RUN: "
                TO WS-REJECT-REASON
              PERFORM 2600-WRITE-REJECT-LISTING
           END-IF.
           IF VALID-RECORD AND TRAN-BONUS-READ
              PERFORM 2520-VALIDATE-BONUS
           END-IF.
           IF VALID-RECORD AND TRAN-FINAL-READ
              PERFORM 2530-VALIDATE-FINAL
           END-IF.
           MOVE "N" TO WS-SALARIED-SW.
           MOVE 0   TO WS-SALARY-PAY.
           IF VALID-RECORD AND (TRAN-NORMAL-READ OR TRAN-VOID-READ)
              PERFORM 2510-SET-SALARIED-PAY THRU 2510-EXIT
           END-IF.
      * AN ADJUSTMENT CARRIES NO HOURS OR RATE - IT IS A SIGNED
      * ONE-OFF AMOUNT - SO THE HOURS/RATE/DEDUCTION EDITS ONLY
      * APPLY TO NORMAL CHECKS AND VOIDS:
                 MOVE 0 TO PAYROLL-EMP-POSTTAX of PAYROLL-REC-IN
              END-IF
           END-IF.
           IF NOT TRAN-ADJUSTMENT-READ AND NOT TRAN-BONUS-READ
              AND NOT TRAN-FINAL-READ
              IF (PAYROLL-EMP-HOURS-READ = 0
                  AND NOT SALARIED-EMPLOYEE)
                 OR PAYROLL-EMP-HOURS-READ > 80
                 SET INVALID-RECORD TO TRUE
                 DISPLAY "REJECTED - BAD HOURS: " WS-RECORDS-READ
           PERFORM 2550-VALIDATE-EMPLOYEE-STATUS.
      * ADJUSTMENTS ARE ONE-OFF CORRECTIONS AND MAY LEGITIMATELY
      * CARRY AN OFF-CYCLE DATE - ONLY REAL CHECKS (AND THE VOIDS
      * THAT REVERSE THEM) ARE HELD TO THE PAY CALENDAR.  IN AN
      * OFF-CYCLE RUN THE DECLARED DATE IS THE ONLY GOOD ONE.  A
      * FINAL CHECK IS DATED BY THE STATE'S FINAL-PAY RULE, NOT THE
      * CALENDAR:
           IF VALID-RECORD AND OFF-CYCLE-RUN-MODE
              PERFORM 2575-CHECK-OFF-CYCLE-DATE
           END-IF.
           IF VALID-RECORD AND WS-PAYCAL-COUNT > 0
              AND NOT TRAN-ADJUSTMENT-READ
              AND NOT TRAN-FINAL-READ
              AND NOT OFF-CYCLE-RUN-MODE
              PERFORM 2570-CHECK-PAY-CALENDAR
           END-IF.
           IF VALID-RECORD
              PERFORM 2590-CHECK-TAX-YEAR
           END-IF.
           IF VALID-RECORD AND NOT FORCE-RERUN
              AND (TRAN-NORMAL-READ OR TRAN-BONUS-READ
                   OR TRAN-FINAL-READ)
              PERFORM 2580-CHECK-PAID-REGISTER
           END-IF.
           IF VALID-RECORD AND APPROVAL-GATE-ON
              AND TRAN-NORMAL-READ
              PERFORM 2585-CHECK-TIME-APPROVAL
           END-IF.
           IF RECORD-IS-HELD
              ADD 1 TO WS-RECORDS-HELD
           ELSE
              IF INVALID-RECORD
                 ADD 1 TO WS-RECORDS-REJECTED
              END-IF
           END-IF.

       2510-SET-SALARIED-PAY.
      * A SALARIED EMPLOYEE (PAY TYPE S ON THE MASTER) IS PAID THE
      * PERIOD'S SHARE OF THE ANNUAL SALARY - PRORATED BY SALPAYRB
      * FOR A HIRE OR TERMINATION INSIDE THE PERIOD - NOT HOURS
      * TIMES RATE, SO THE CLERKS NO LONGER KEY MADE-UP HOURS.  THE
      * RECORD'S HOURS COUNT ONLY FOR A NON-EXEMPT EMPLOYEE'S
      * OVERTIME; AN EXEMPT EMPLOYEE'S HOURS AND SHIFT PREMIUM ARE
      * ZEROED.  THE RECORD'S RATE BECOMES THE SALARY'S HOURLY
      * EQUIVALENT SO THE RATE EDIT, LISTING AND STUB READ SENSIBLY.
      * A VOID IS FIGURED THE SAME WAY, SO IT BACKS OUT EXACTLY WHAT
      * THE ORIGINAL CHECK PAID.  FINAL CHECKS CARRY THE PRORATED
      * SALARY IN THEIR DOLLAR AMOUNT FROM FINPAYRB.
           PERFORM 7500-LOOKUP-EMPLOYEE.
           IF WS-EMP-SUB > WS-EMPLOYEE-COUNT
              OR NOT LOOKUP-EMP-SALARIED
              GO TO 2510-EXIT
           END-IF.
           IF LOOKUP-EMP-NON-EXEMPT
              MOVE "O" TO WS-SALARIED-SW
           ELSE
              MOVE "E" TO WS-SALARIED-SW
           END-IF.
           MOVE PAY-YEAR  of PAYROLL-REC-IN TO WS-PAY-YY.
           MOVE PAY-MONTH of PAYROLL-REC-IN TO WS-PAY-MM.
           MOVE PAY-DAY   of PAYROLL-REC-IN TO WS-PAY-DD.
           MOVE WS-EMP-ANNUAL-SALARY TO SAL-ANNUAL-SALARY.
           MOVE PAYROLL-EMP-FREQUENCY-READ TO SAL-PAY-FREQUENCY.
           MOVE WS-PAY-DATE-CCYYMMDD TO SAL-PAY-DATE.
           MOVE WS-EMP-HIRE-DATE TO SAL-HIRE-DATE.
           MOVE WS-EMP-TERM-DATE TO SAL-TERM-DATE.
           CALL "SALPAYRB" USING SALPAY-PARMS.
           IF NOT SAL-OK OR WS-EMP-ANNUAL-SALARY = 0
              SET INVALID-RECORD TO TRUE
              DISPLAY "REJECTED - NO SALARY ON MASTER: "
                      WS-RECORDS-READ
              MOVE "REJECTED - NO SALARY ON MASTER: "
                TO WS-REJECT-REASON
              PERFORM 2600-WRITE-REJECT-LISTING
              GO TO 2510-EXIT
           END-IF.
           IF SAL-PERIOD-PAY = 0
              SET INVALID-RECORD TO TRUE
              DISPLAY "REJECTED - NOT EMPLOYED IN PER: "
                      WS-RECORDS-READ
              MOVE "REJECTED - NOT EMPLOYED IN PER: "
                TO WS-REJECT-REASON
              PERFORM 2600-WRITE-REJECT-LISTING
              GO TO 2510-EXIT
           END-IF.
           MOVE SAL-HOURLY-RATE TO WS-SALARY-HOURLY-RATE.
           IF PAYROLL-EMP-HOURS-READ NOT NUMERIC
              OR NOT SALARIED-OT-ELIGIBLE
              MOVE 0 TO PAYROLL-EMP-HOURS of PAYROLL-REC-IN
                        PAYROLL-EMP-HOURS-READ
           END-IF.
           IF PAYROLL-EMP-DIF-HOURS-READ NOT NUMERIC
              OR PAYROLL-EMP-DIF-RATE-READ NOT NUMERIC
              OR NOT SALARIED-OT-ELIGIBLE
              MOVE 0 TO PAYROLL-EMP-DIF-HOURS of PAYROLL-REC-IN
                        PAYROLL-EMP-DIF-RATE of PAYROLL-REC-IN
                        PAYROLL-EMP-DIF-HOURS-READ
                        PAYROLL-EMP-DIF-RATE-READ
           END-IF.
           IF WS-SALARY-HOURLY-RATE > 99.99
              MOVE 99.99 TO PAYROLL-EMP-RATE of PAYROLL-REC-IN
                            PAYROLL-EMP-RATE-READ
           ELSE
              MOVE WS-SALARY-HOURLY-RATE
                TO PAYROLL-EMP-RATE of PAYROLL-REC-IN
                   PAYROLL-EMP-RATE-READ
           END-IF.
      * THE GROSS FIELD STOPS AT 999,999.99.  NO PERIOD'S SALARY
      * REACHES THAT, BUT OVERTIME IS FIGURED AT THE SALARY'S OWN
      * HOURLY EQUIVALENT, SO THE CHECK IS PROVED TO FIT - AS IF
      * EVERY HOUR WERE OVERTIME - RATHER THAN TRUNCATED:
           IF SAL-PERIOD-PAY
              + (PAYROLL-EMP-HOURS-READ * WS-SALARY-HOURLY-RATE
                 * WS-OT-MULTIPLIER)
              + (PAYROLL-EMP-DIF-HOURS-READ
                 * PAYROLL-EMP-DIF-RATE-READ) > 999999.99
              SET INVALID-RECORD TO TRUE
              DISPLAY "REJECTED - SALARY OVER MAX: " WS-RECORDS-READ
              MOVE "REJECTED - SALARY OVER MAX: " TO WS-REJECT-REASON
              PERFORM 2600-WRITE-REJECT-LISTING
              GO TO 2510-EXIT
           END-IF.
           MOVE SAL-PERIOD-PAY TO WS-SALARY-PAY.

       2510-EXIT.
           EXIT.

       2520-VALIDATE-BONUS.
      * A BONUS IS A FLAT AMOUNT CARRIED IN THE ADJ FIELDS.  ITS
      * HOURS, RATE, AND LEAVE COLUMNS MEAN NOTHING AND ARE ZEROED
      * SO THE REPORT'S HOUR TOTALS AND THE LEAVE BANKS DO NOT MOVE;
      * THE KEYED DEDUCTION LUMPS ONLY COUNT WHEN THE BONUS IS
      * FLAGGED TO TAKE DEDUCTIONS.
           IF PAYROLL-ADJ-AMOUNT-READ NOT NUMERIC
              OR PAYROLL-ADJ-AMOUNT-READ = 0
              SET INVALID-RECORD TO TRUE
              DISPLAY "REJECTED - ZERO BONUS AMOUNT: " WS-RECORDS-READ
              MOVE "REJECTED - ZERO BONUS AMOUNT: " TO WS-REJECT-REASON
              PERFORM 2600-WRITE-REJECT-LISTING
           END-IF.
           IF NOT (PAYROLL-BONUS-DED-SW-READ = "Y" OR "N" OR SPACE)
              OR NOT (PAYROLL-BONUS-LEAVE-SW-READ = "Y" OR "N" OR SPACE)
              SET INVALID-RECORD TO TRUE
              DISPLAY "REJECTED - BAD BONUS FLAG: " WS-RECORDS-READ
              MOVE "REJECTED - BAD BONUS FLAG: " TO WS-REJECT-REASON
              PERFORM 2600-WRITE-REJECT-LISTING
           END-IF.
           MOVE 0 TO PAYROLL-EMP-HOURS of PAYROLL-REC-IN
                     PAYROLL-EMP-RATE of PAYROLL-REC-IN
                     PAYROLL-EMP-VAC-HOURS of PAYROLL-REC-IN
                     PAYROLL-EMP-SIC-HOURS of PAYROLL-REC-IN
                     PAYROLL-EMP-HOL-HOURS of PAYROLL-REC-IN
                     PAYROLL-EMP-DIF-HOURS of PAYROLL-REC-IN
                     PAYROLL-EMP-DIF-RATE of PAYROLL-REC-IN.
           IF PAYROLL-EMP-PRETAX of PAYROLL-REC-IN NOT NUMERIC
              OR NOT BONUS-TAKES-DEDUCTIONS
              MOVE 0 TO PAYROLL-EMP-PRETAX of PAYROLL-REC-IN
           END-IF.
           IF PAYROLL-EMP-POSTTAX of PAYROLL-REC-IN NOT NUMERIC
              OR NOT BONUS-TAKES-DEDUCTIONS
              MOVE 0 TO PAYROLL-EMP-POSTTAX of PAYROLL-REC-IN
           END-IF.

       2530-VALIDATE-FINAL.
      * A FINAL CHECK MAY BE PAYOUT ONLY (NO PUNCHES AFTER THE LAST
      * REGULAR CHECK) OR HOURS ONLY (NO VACATION LEFT), BUT NOT
      * NEITHER.  ITS HOURS STILL HAVE TO BE SANE, AND THE LEAVE
      * BUCKETS ARE ZEROED - THE BANK IS PAID OUT WHOLE THROUGH THE
      * ADJ AMOUNT, NOT DRAWN DOWN BY THE HOUR.
           IF PAYROLL-ADJ-AMOUNT-READ NOT NUMERIC
              MOVE 0 TO PAYROLL-ADJ-AMOUNT of PAYROLL-REC-IN
                        PAYROLL-ADJ-AMOUNT-READ
           END-IF.
           IF PAYROLL-EMP-HOURS-READ NOT NUMERIC
              MOVE 0 TO PAYROLL-EMP-HOURS of PAYROLL-REC-IN
                        PAYROLL-EMP-HOURS-READ
           END-IF.
           IF PAYROLL-EMP-DIF-HOURS-READ NOT NUMERIC
              OR PAYROLL-EMP-DIF-RATE-READ NOT NUMERIC
              MOVE 0 TO PAYROLL-EMP-DIF-HOURS of PAYROLL-REC-IN
                        PAYROLL-EMP-DIF-RATE of PAYROLL-REC-IN
                        PAYROLL-EMP-DIF-HOURS-READ
                        PAYROLL-EMP-DIF-RATE-READ
           END-IF.
           EVALUATE TRUE
              WHEN PAYROLL-EMP-HOURS-READ = 0
                   AND PAYROLL-ADJ-AMOUNT-READ = 0
                 SET INVALID-RECORD TO TRUE
                 DISPLAY "REJECTED - EMPTY FINAL CHECK: "
                         WS-RECORDS-READ
                 MOVE "REJECTED - EMPTY FINAL CHECK: "
                   TO WS-REJECT-REASON
                 PERFORM 2600-WRITE-REJECT-LISTING
              WHEN PAYROLL-EMP-HOURS-READ > 80
                 SET INVALID-RECORD TO TRUE
                 DISPLAY "REJECTED - BAD HOURS: " WS-RECORDS-READ
                 MOVE "REJECTED - BAD HOURS: " TO WS-REJECT-REASON
                 PERFORM 2600-WRITE-REJECT-LISTING
              WHEN PAYROLL-EMP-RATE-READ = 0
                 SET INVALID-RECORD TO TRUE
                 DISPLAY "REJECTED - BAD RATE: " WS-RECORDS-READ
                 MOVE "REJECTED - BAD RATE: " TO WS-REJECT-REASON
                 PERFORM 2600-WRITE-REJECT-LISTING
              WHEN PAYROLL-EMP-DEDUCTIONS-READ > 4
                 SET INVALID-RECORD TO TRUE
                 DISPLAY "REJECTED - BAD DEDUCTION CODE: "
                         WS-RECORDS-READ
                 MOVE "REJECTED - BAD DEDUCTION CODE: "
                   TO WS-REJECT-REASON
                 PERFORM 2600-WRITE-REJECT-LISTING
           END-EVALUATE.
           MOVE 0 TO PAYROLL-EMP-VAC-HOURS of PAYROLL-REC-IN
                     PAYROLL-EMP-SIC-HOURS of PAYROLL-REC-IN
                     PAYROLL-EMP-HOL-HOURS of PAYROLL-REC-IN.

       2550-VALIDATE-EMPLOYEE-STATUS.
      * THE EMPLOYEE ON THE PAY RECORD MUST BE ON THE EMPLOYEE MASTER,
      * MUST NOT BE TERMINATED, AND THE PAY DATE MUST FALL INSIDE
      * THEIR HIRE/TERMINATION DATES.  A SIX-DIGIT NUMBER THAT ISN'T
      * ON THE MASTER USED TO PRINT *** UNKNOWN EMPLOYEE *** AND
      * STILL GET A CHECK CALCULATED.  A FINAL CHECK IS THE ONE
      * TRANSACTION THAT MUST BE FOR A TERMINATED EMPLOYEE, AND IT
      * IS PAID ON OR AFTER THE TERMINATION DATE.
           PERFORM 7500-LOOKUP-EMPLOYEE.
           MOVE PAY-YEAR  of PAYROLL-REC-IN TO WS-PAY-YY.
           MOVE PAY-MONTH of PAYROLL-REC-IN TO WS-PAY-MM.
                 MOVE "REJECTED - UNKNOWN EMPLOYEE: "
                   TO WS-REJECT-REASON
                 PERFORM 2600-WRITE-REJECT-LISTING
              WHEN TRAN-FINAL-READ AND NOT LOOKUP-EMP-TERMINATED
                 SET INVALID-RECORD TO TRUE
                 DISPLAY "REJECTED - FINAL NOT TERMED: "
                         WS-RECORDS-READ
                 MOVE "REJECTED - FINAL NOT TERMED: "
                   TO WS-REJECT-REASON
                 PERFORM 2600-WRITE-REJECT-LISTING
              WHEN LOOKUP-EMP-TERMINATED AND NOT TRAN-FINAL-READ
                 SET INVALID-RECORD TO TRUE
                 DISPLAY "REJECTED - TERMINATED EMP: " WS-RECORDS-READ
                 MOVE "REJECTED - TERMINATED EMP: "
              WHEN WS-EMP-TERM-DATE IS NUMERIC
                   AND WS-EMP-TERM-DATE NOT = "00000000"
                   AND WS-PAY-DATE-CCYYMMDD > WS-EMP-TERM-DATE
                   AND NOT TRAN-FINAL-READ
                 SET INVALID-RECORD TO TRUE
                 DISPLAY "REJECTED - PAST TERM DATE: " WS-RECORDS-READ
                 MOVE "REJECTED - PAST TERM DATE: "
              WHEN OTHER
                 PERFORM 2560-FIND-STATE-RATE
                 PERFORM 2565-FIND-LOCAL-RATE
                 IF WS-FEDWH-COUNT > 0
                    PERFORM 2567-CHECK-FED-WH-STATUS
                 END-IF
           END-EVALUATE.

       2590-CHECK-TAX-YEAR.
           END-IF
           END-IF.

       2566-SET-FED-WH-KEYS.
      * THE SCHEDULE A CHECK IS FIGURED ON: THE W-4'S FILING STATUS
      * AND WHETHER ITS STEP 2 MULTIPLE-JOBS BOX IS CHECKED.  A
      * PRE-2020 W-4 IS WORKED ON THE SINGLE STANDARD SCHEDULE.
           IF LOOKUP-EMP-W4-PRE-2020
              MOVE "S" TO WS-FEDWH-STATUS-KEY
              MOVE "N" TO WS-FEDWH-MULTI-KEY
           ELSE
              MOVE WS-EMP-W4-FILING-STATUS TO WS-FEDWH-STATUS-KEY
              IF LOOKUP-EMP-W4-MULTI-JOBS
                 MOVE "Y" TO WS-FEDWH-MULTI-KEY
              ELSE
                 MOVE "N" TO WS-FEDWH-MULTI-KEY
              END-IF
           END-IF.

       2567-CHECK-FED-WH-STATUS.
      * WITH A WITHHOLDING TABLE LOADED, THE EMPLOYEE'S SCHEDULE
      * MUST HAVE BRACKETS ON IT.  A SCHEDULE WITH NO ROWS IS
      * REJECTED RATHER THAN WITHHELD AT SOME DEFAULTED RATE.
           PERFORM 2566-SET-FED-WH-KEYS.
           PERFORM VARYING WS-FEDWH-SUB FROM 1 BY 1
              UNTIL WS-FEDWH-SUB > WS-FEDWH-COUNT
                 OR (TABLE-FWT-FILING-STATUS (WS-FEDWH-SUB) =
                     WS-FEDWH-STATUS-KEY
                     AND TABLE-FWT-MULTI-JOBS (WS-FEDWH-SUB) =
                         WS-FEDWH-MULTI-KEY)
           END-PERFORM.
           IF WS-FEDWH-SUB > WS-FEDWH-COUNT
              SET INVALID-RECORD TO TRUE
              DISPLAY "REJECTED - NO FED WH TABLE FOR W-4: "
                      WS-RECORDS-READ
              MOVE "REJECTED - NO FED WH TABLE FOR W-4: "
                TO WS-REJECT-REASON
              PERFORM 2600-WRITE-REJECT-LISTING
           END-IF.

       2600-WRITE-REJECT-LISTING.
           MOVE SPACES TO REJECT-LISTING-RECORD.
           STRING WS-REJECT-REASON   DELIMITED BY SIZE
             INTO REJECT-LISTING-RECORD.
           WRITE REJECT-LISTING-RECORD.

       2605-WRITE-HOLD-LISTING.
           MOVE SPACES TO HOLD-LISTING-RECORD.
           STRING WS-HOLD-REASON     DELIMITED BY SIZE
                  WS-RECORDS-READ    DELIMITED BY SIZE
             INTO HOLD-LISTING-RECORD.
           WRITE HOLD-LISTING-RECORD.

       3000-CALCULATIONS.
      * Perform the required calculations
      * ACCEPT PAYROLL-EMP-GROSS-WRITE
                compute PAYROLL-EMP-BASE = PAYROLL-EMP-GROSS-WRITE
                compute PAYROLL-EMP-OVERTIME = 0
            END-IF.
           IF SALARIED-EMPLOYEE
              PERFORM 3010-SALARIED-GROSS
           END-IF.
      * RECORDS KEYED BEFORE THE LEAVE BUCKETS EXISTED READ IN WITH
      * SPACES THERE - TREAT THOSE AS ZERO HOURS.  LEAVE HOURS PAY
      * AT STRAIGHT TIME ON TOP OF THE WORKED-HOURS GROSS AND DO NOT
               PAYROLL-EMP-HOL-HOURS of PAYROLL-REC-IN.
           COMPUTE WS-LEAVE-PAY = WS-LEAVE-HOURS *
               PAYROLL-EMP-RATE of PAYROLL-REC-IN.
      * A SALARIED EMPLOYEE'S SALARY KEEPS RUNNING THROUGH LEAVE -
      * THE HOURS STILL DRAW DOWN THE BANKS BUT ADD NO PAY.
           IF SALARIED-EMPLOYEE
              MOVE 0 TO WS-LEAVE-PAY
           END-IF.
           ADD WS-LEAVE-PAY TO PAYROLL-EMP-GROSS-WRITE.
           ADD WS-LEAVE-PAY TO PAYROLL-EMP-BASE.
      * SHIFT DIFFERENTIAL FROM THE TIMECLOCK - PREMIUM HOURS TIMES
               PAYROLL-EMP-DIF-RATE of PAYROLL-REC-IN.
           ADD WS-DIF-PAY TO PAYROLL-EMP-GROSS-WRITE.
           ADD WS-DIF-PAY TO PAYROLL-EMP-BASE.
      * HOLIDAY PREMIUM FROM THE TIMECLOCK - THE PART ABOVE STRAIGHT
      * TIME FOR HOURS WORKED ON A HOLIDAY, CARRIED IN THE ADJ
      * FIELDS OF THE NORMAL RECORD AS REASON HP (AND ON THE VOID
      * THAT REVERSES IT).
           IF (TRAN-NORMAL of PAYROLL-REC-IN
               OR TRAN-VOID of PAYROLL-REC-IN)
              AND PAYROLL-ADJ-REASON of PAYROLL-REC-IN = "HP"
              AND PAYROLL-ADJ-AMOUNT of PAYROLL-REC-IN IS NUMERIC
              ADD PAYROLL-ADJ-AMOUNT of PAYROLL-REC-IN
                TO PAYROLL-EMP-GROSS-WRITE
              ADD PAYROLL-ADJ-AMOUNT of PAYROLL-REC-IN
                TO PAYROLL-EMP-BASE
           END-IF.
      * A BONUS CARRIES NO HOURS (2520 ZEROED THEM), SO EVERYTHING
      * ABOVE CAME OUT ZERO - ITS GROSS IS SIMPLY THE BONUS AMOUNT.
           IF TRAN-BONUS of PAYROLL-REC-IN
              MOVE PAYROLL-ADJ-AMOUNT of PAYROLL-REC-IN
                TO PAYROLL-EMP-GROSS-WRITE
              MOVE PAYROLL-EMP-GROSS-WRITE TO PAYROLL-EMP-BASE
              MOVE 0 TO PAYROLL-EMP-OVERTIME
           END-IF.
      * A FINAL CHECK ADDS THE VACATION PAYOUT FINPAYRB FIGURED AT
      * THE CURRENT RATE TO WHATEVER ITS LAST HOURS EARNED.
           IF TRAN-FINAL of PAYROLL-REC-IN
              ADD PAYROLL-ADJ-AMOUNT of PAYROLL-REC-IN
                TO PAYROLL-EMP-GROSS-WRITE
              ADD PAYROLL-ADJ-AMOUNT of PAYROLL-REC-IN
                TO PAYROLL-EMP-BASE
           END-IF.
      * PRE-TAX DEDUCTIONS (401K, HEALTH INSURANCE, ETC.) COME OFF
      * GROSS BEFORE TAXES ARE FIGURED. POST-TAX DEDUCTIONS (GARNISH-
      * MENTS, ROTH CONTRIBUTIONS, ETC.) COME OFF AFTER TAXES.
      * 2560-FIND-STATE-RATE, NOT A SINGLE COMPANY-WIDE RATE.
           COMPUTE PAYROLL-EMP-STATE-WRITE   =
               WS-TAXABLE-GROSS * WS-EMP-STATE-RATE.
      * SOCIAL SECURITY AND MEDICARE ARE FIGURED SEPARATELY AGAINST
      * THE EMPLOYEE'S YEAR-TO-DATE WAGES - SEE 3050-FIGURE-FICA.
           PERFORM 3050-FIGURE-FICA.
      * LOCAL TAX USES THE EMPLOYEE'S LOCALITY RATE PICKED IN
      * 2565-FIND-LOCAL-RATE, NOT A SINGLE FLAT RATE.
           COMPUTE PAYROLL-EMP-LOCAL-WRITE   =
               WS-TAXABLE-GROSS * WS-EMP-LOCAL-RATE.
      * FEDERAL INCOME TAX - PUBLICATION 15-T PERCENTAGE METHOD
      * FROM THE EMPLOYEE'S W-4 WHEN THE BRACKET TABLE IS LOADED.
           PERFORM 3070-FIGURE-FED-TAX.
          compute WS-SINGLE-WITHHELD =
                  PAYROLL-EMP-STATE-WRITE
                  + PAYROLL-EMP-SSN-MED-WRITE + PAYROLL-EMP-LOCAL-WRITE
      * TAKE PASS CAPPED AT WHAT WAS AVAILABLE, SO NET CAN NO LONGER
      * WRAP NEGATIVE INTO THE UNSIGNED FIELD.
          IF TRAN-NORMAL of PAYROLL-REC-IN
             OR TRAN-FINAL of PAYROLL-REC-IN
             OR BONUS-TAKES-DEDUCTIONS
             PERFORM 3100-TAKE-DEDUCTIONS
          ELSE
             MOVE 0 TO WS-ARREARS-TAKE
                       WS-DED-SHORTFALL
                       WS-RETIRE-THIS-CHECK
          END-IF.
          compute PAYROLL-EMP-NET-WRITE = PAYROLL-EMP-GROSS-WRITE
                            - WS-PRETAX-APPLIED
                            - WS-SINGLE-WITHHELD
                            - WS-POSTTAX-APPLIED.

      * A NORMAL CHECK (OR AN OFF-CYCLE BONUS) POSTS AND PAYS.  A
      * VOID BACKS THE ORIGINAL CHECK'S AMOUNTS OUT OF EVERY
      * ACCUMULATOR AND A SIGNED
      * ADJUSTMENT POSTS A ONE-OFF - NEITHER PRODUCES AN ACH ENTRY,
      * PAPER CHECK, OR PAY STUB, BUT BOTH GO TO PAYROLL-OUT AND THE
      * REPORT SO CORRECTIONS ARE VISIBLE.
             WHEN OTHER
                perform 4000-UPDATE-TOTALS
                perform 4600-UPDATE-YTD
                IF NOT TRAN-BONUS of PAYROLL-REC-IN
                   OR BONUS-ACCRUES-LEAVE
                   perform 4620-UPDATE-LEAVE-BALANCES
                END-IF
                perform 4680-COMPUTE-EMPLOYER-COST
                perform 4730-POST-LOCALITY
                perform 4740-POST-COMP-WAGES
                   perform 5500-WRITE-ACH-RECORD
                   perform 4800-WRITE-PAID-REGISTER
                   perform 5800-WRITE-PAY-STUB
                   perform 5850-WRITE-LABOR-RATE
                END-IF
                perform 7000-CREATE-DETAIL-LINE
                IF WS-DED-SHORTFALL > 0 OR WS-ARREARS-TAKE > 0
                     after advancing 01 lines
                   add 1 to WS-LINE-COUNT
                END-IF
                IF TRAN-FINAL of PAYROLL-REC-IN
                   perform 4630-CLOSE-FINAL-CHECK
                END-IF
          END-EVALUATE.

       3010-SALARIED-GROSS.
      * STRAIGHT TIME FOR A SALARIED EMPLOYEE IS THE PERIOD'S SALARY
      * FROM 2510.  ONLY A NON-EXEMPT EMPLOYEE EARNS OVERTIME, FOR
      * THE HOURS OVER THE PERIOD'S THRESHOLD, AT THE SALARY'S
      * HOURLY EQUIVALENT TIMES THE OVERTIME MULTIPLIER.
           MOVE WS-SALARY-PAY TO PAYROLL-EMP-GROSS-WRITE.
           MOVE WS-SALARY-PAY TO PAYROLL-EMP-BASE.
           MOVE 0 TO PAYROLL-EMP-OVERTIME.
           IF SALARIED-OT-ELIGIBLE
              AND PAYROLL-EMP-HOURS of PAYROLL-REC-IN >
                  WS-EFFECTIVE-OT-THRESHOLD
              COMPUTE PAYROLL-EMP-OVERTIME ROUNDED =
                  (PAYROLL-EMP-HOURS of PAYROLL-REC-IN -
                   WS-EFFECTIVE-OT-THRESHOLD) *
                  (WS-OT-MULTIPLIER * WS-SALARY-HOURLY-RATE)
              ADD PAYROLL-EMP-OVERTIME TO PAYROLL-EMP-GROSS-WRITE
           END-IF.

       4630-CLOSE-FINAL-CHECK.
      * THERE IS NO LATER CHECK TO RECOVER FROM, SO ANY ARREARS
      * STILL OWED AFTER THIS ONE IS FLAGGED FOR HR TO COLLECT.
           PERFORM VARYING WS-ARREARS-SUB FROM 1 BY 1
              UNTIL WS-ARREARS-SUB > WS-ARREARS-COUNT
                 OR TABLE-ARR-EMP-NUMBER (WS-ARREARS-SUB) =
                    PAYROLL-EMP-NUMBER of PAYROLL-REC-IN
           END-PERFORM.
           IF WS-ARREARS-SUB NOT > WS-ARREARS-COUNT
              AND TABLE-ARR-BALANCE (WS-ARREARS-SUB) > 0
              MOVE TABLE-ARR-BALANCE (WS-ARREARS-SUB)
                TO FIN-NOTE-BALANCE
              write PAYROLL-REPORT-RECORD from FINAL-ARREARS-NOTE-LINE
                after advancing 01 lines
              add 1 to WS-LINE-COUNT
              DISPLAY "FINAL CHECK LEAVES ARREARS UNRECOVERED: "
                  PAYROLL-EMP-NUMBER of PAYROLL-REC-IN
                  " " TABLE-ARR-BALANCE (WS-ARREARS-SUB)
           END-IF.

       4730-POST-LOCALITY.
      * ROLL THIS CHECK'S TAXABLE WAGES AND LOCAL TAX INTO ITS
      * LOCALITY'S REMITTANCE BUCKETS.  ONLY MEANINGFUL WHEN THE
                  TABLE-YTD-STATE (WS-YTD-SUB)
              SUBTRACT PAYROLL-EMP-LOCAL-WRITE FROM
                  TABLE-YTD-LOCAL (WS-YTD-SUB)
              SUBTRACT WS-SS-WAGES-THIS-CHECK FROM
                  TABLE-YTD-SS-WAGES (WS-YTD-SUB)
              SUBTRACT PAYROLL-EMP-SS-TAX-WRITE FROM
                  TABLE-YTD-SS-TAX (WS-YTD-SUB)
              SUBTRACT WS-TAXABLE-GROSS FROM
                  TABLE-YTD-MED-WAGES (WS-YTD-SUB)
              SUBTRACT PAYROLL-EMP-MED-TAX-WRITE FROM
                  TABLE-YTD-MED-TAX (WS-YTD-SUB)
           ELSE
              DISPLAY "VOID FOR EMPLOYEE NOT ON YTD MASTER: "
                  PAYROLL-EMP-NUMBER of PAYROLL-REC-IN
                  TABLE-QTD-STATE (WS-QTD-SUB)
              SUBTRACT PAYROLL-EMP-LOCAL-WRITE FROM
                  TABLE-QTD-LOCAL (WS-QTD-SUB)
              SUBTRACT WS-SS-WAGES-THIS-CHECK FROM
                  TABLE-QTD-SS-WAGES (WS-QTD-SUB)
              SUBTRACT PAYROLL-EMP-SS-TAX-WRITE FROM
                  TABLE-QTD-SS-TAX (WS-QTD-SUB)
              SUBTRACT WS-TAXABLE-GROSS FROM
                  TABLE-QTD-MED-WAGES (WS-QTD-SUB)
              SUBTRACT PAYROLL-EMP-MED-TAX-WRITE FROM
                  TABLE-QTD-MED-TAX (WS-QTD-SUB)
              SUBTRACT WS-ADDL-MED-WAGES-THIS-CHECK FROM
                  TABLE-QTD-ADDL-MED-WAGES (WS-QTD-SUB)
           END-IF.
      * BACK OUT THE EMPLOYER-SIDE COST THE SAME WAY IT WAS PUT ON:
      * WITH YTD GROSS NOW REDUCED, THE ORIGINAL CHECK'S FUTA/SUTA
                     PAYROLL-EMP-OVERTIME
                     WS-SINGLE-NET
                     WS-SINGLE-WITHHELD
                     WS-LEAVE-HOURS
                     PAYROLL-EMP-SS-TAX-WRITE
                     PAYROLL-EMP-MED-TAX-WRITE.
           ADD WS-ADJ-SIGNED TO WS-TOTAL-GROSS.
           ADD WS-ADJ-SIGNED TO WS-TOTAL-NET.
           ADD WS-ADJ-SIGNED TO WS-DATE-TOTAL-GROSS.
              MOVE 0 TO TABLE-YTD-SSMED (WS-YTD-SUB)
              MOVE 0 TO TABLE-YTD-STATE (WS-YTD-SUB)
              MOVE 0 TO TABLE-YTD-LOCAL (WS-YTD-SUB)
              MOVE 0 TO TABLE-YTD-SS-WAGES (WS-YTD-SUB)
              MOVE 0 TO TABLE-YTD-SS-TAX (WS-YTD-SUB)
              MOVE 0 TO TABLE-YTD-MED-WAGES (WS-YTD-SUB)
              MOVE 0 TO TABLE-YTD-MED-TAX (WS-YTD-SUB)
           END-IF.
           ADD WS-ADJ-SIGNED TO TABLE-YTD-GROSS (WS-YTD-SUB).
           ADD WS-ADJ-SIGNED TO TABLE-YTD-NET (WS-YTD-SUB).
              MOVE 0 TO TABLE-YTD-SSMED (WS-YTD-SUB)
              MOVE 0 TO TABLE-YTD-STATE (WS-YTD-SUB)
              MOVE 0 TO TABLE-YTD-LOCAL (WS-YTD-SUB)
              MOVE 0 TO TABLE-YTD-SS-WAGES (WS-YTD-SUB)
              MOVE 0 TO TABLE-YTD-SS-TAX (WS-YTD-SUB)
              MOVE 0 TO TABLE-YTD-MED-WAGES (WS-YTD-SUB)
              MOVE 0 TO TABLE-YTD-MED-TAX (WS-YTD-SUB)
           END-IF.
           ADD PAYROLL-EMP-GROSS-WRITE TO
               TABLE-YTD-GROSS (WS-YTD-SUB).
               TABLE-YTD-STATE (WS-YTD-SUB).
           ADD PAYROLL-EMP-LOCAL-WRITE TO
               TABLE-YTD-LOCAL (WS-YTD-SUB).
           ADD WS-SS-WAGES-THIS-CHECK TO
               TABLE-YTD-SS-WAGES (WS-YTD-SUB).
           ADD PAYROLL-EMP-SS-TAX-WRITE TO
               TABLE-YTD-SS-TAX (WS-YTD-SUB).
           ADD WS-TAXABLE-GROSS TO
               TABLE-YTD-MED-WAGES (WS-YTD-SUB).
           ADD PAYROLL-EMP-MED-TAX-WRITE TO
               TABLE-YTD-MED-TAX (WS-YTD-SUB).
           PERFORM 4650-UPDATE-QTD.

       4650-UPDATE-QTD.
              MOVE 0 TO TABLE-QTD-SSMED (WS-QTD-SUB)
              MOVE 0 TO TABLE-QTD-STATE (WS-QTD-SUB)
              MOVE 0 TO TABLE-QTD-LOCAL (WS-QTD-SUB)
              MOVE 0 TO TABLE-QTD-SS-WAGES (WS-QTD-SUB)
              MOVE 0 TO TABLE-QTD-SS-TAX (WS-QTD-SUB)
              MOVE 0 TO TABLE-QTD-MED-WAGES (WS-QTD-SUB)
              MOVE 0 TO TABLE-QTD-MED-TAX (WS-QTD-SUB)
              MOVE 0 TO TABLE-QTD-ADDL-MED-WAGES (WS-QTD-SUB)
           END-IF.
           ADD PAYROLL-EMP-GROSS-WRITE TO
               TABLE-QTD-GROSS (WS-QTD-SUB).
               TABLE-QTD-STATE (WS-QTD-SUB).
           ADD PAYROLL-EMP-LOCAL-WRITE TO
               TABLE-QTD-LOCAL (WS-QTD-SUB).
           ADD WS-SS-WAGES-THIS-CHECK TO
               TABLE-QTD-SS-WAGES (WS-QTD-SUB).
           ADD PAYROLL-EMP-SS-TAX-WRITE TO
               TABLE-QTD-SS-TAX (WS-QTD-SUB).
           ADD WS-TAXABLE-GROSS TO
               TABLE-QTD-MED-WAGES (WS-QTD-SUB).
           ADD PAYROLL-EMP-MED-TAX-WRITE TO
               TABLE-QTD-MED-TAX (WS-QTD-SUB).
           ADD WS-ADDL-MED-WAGES-THIS-CHECK TO
               TABLE-QTD-ADDL-MED-WAGES (WS-QTD-SUB).

       4680-COMPUTE-EMPLOYER-COST.
      * FIGURE THE EMPLOYER SIDE OF THIS CHECK.  4600-UPDATE-YTD HAS
           PERFORM 4690-COMPUTE-ER-FROM-BEFORE.

       4690-COMPUTE-ER-FROM-BEFORE.
      * FICA MATCHES THE EMPLOYEE'S: SOCIAL SECURITY ON THE SLICE
      * UNDER THE WAGE BASE 3050-FIGURE-FICA WORKED OUT, MEDICARE AT
      * THE BASE RATE ON ALL TAXABLE WAGES - THE ADDITIONAL MEDICARE
      * RATE IS THE EMPLOYEE'S ALONE.  FUTA/SUTA TAX ONLY THE SLICE
      * OF THIS CHECK THAT STILL FITS UNDER EACH WAGE BASE, FIGURED
      * FROM THE PRE-CHECK YTD GROSS IN WS-ER-YTD-BEFORE.
           COMPUTE WS-ER-FICA =
               (WS-SS-WAGES-THIS-CHECK * WS-CTL-SS-PCT)
               + (WS-TAXABLE-GROSS * WS-CTL-MED-PCT).
           IF WS-ER-YTD-BEFORE NOT < WS-CTL-FUTA-WAGE-BASE
              MOVE 0 TO WS-ER-FUTA
           ELSE
                PAYROLL-EMP-DIF-HOURS of PAYROLL-REC-OUT.
           MOVE PAYROLL-EMP-DIF-RATE of PAYROLL-REC-IN TO
                PAYROLL-EMP-DIF-RATE of PAYROLL-REC-OUT.
           MOVE PAYROLL-EMP-SS-TAX-WRITE  TO PAYROLL-EMP-SS-TAX.
           MOVE PAYROLL-EMP-MED-TAX-WRITE TO PAYROLL-EMP-MED-TAX.
           WRITE PAYROLL-REC-OUT.
           if GOOD-PAYROLL-FILE-WRITE
              add 1 to WS-RECORD-COUNT-OUT
              MOVE WS-RUN-DATE TO PH-RUN-DATE
              MOVE PAYROLL-REC-OUT (1:12)  TO PH-KEY-EMP-DATE
              MOVE PAYROLL-REC-OUT (13:113) TO PH-REC-REST
              PERFORM 5135-WRITE-HISTORY-RECORD
           else
              display "BAD WRITE - FILE STATUS: "
           MOVE "PRE-TAX DED:  "          TO STUB-AMT-LABEL-2.
           MOVE WS-PRETAX-APPLIED         TO STUB-AMT-VALUE-2.
           WRITE PAY-STUB-RECORD FROM STUB-AMOUNT-LINE.
      * SOCIAL SECURITY AND MEDICARE PRINT ON THEIR OWN LINES, THE
      * WAY THE W-2 REPORTS THEM; MEDICARE INCLUDES ANY ADDITIONAL
      * MEDICARE TAKEN PAST THE THRESHOLD.
           MOVE "SOC SEC TAX:  "          TO STUB-AMT-LABEL-1.
           MOVE PAYROLL-EMP-SS-TAX-WRITE  TO STUB-AMT-VALUE-1.
           MOVE "MEDICARE TAX: "          TO STUB-AMT-LABEL-2.
           MOVE PAYROLL-EMP-MED-TAX-WRITE TO STUB-AMT-VALUE-2.
           WRITE PAY-STUB-RECORD FROM STUB-AMOUNT-LINE.
           MOVE "STATE TAX:    "          TO STUB-AMT-LABEL-1.
           MOVE PAYROLL-EMP-STATE-WRITE   TO STUB-AMT-VALUE-1.
           MOVE "LOCAL TAX:    "          TO STUB-AMT-LABEL-2.
           MOVE PAYROLL-EMP-LOCAL-WRITE   TO STUB-AMT-VALUE-2.
           WRITE PAY-STUB-RECORD FROM STUB-AMOUNT-LINE.
           MOVE "FEDERAL TAX:  "          TO STUB-AMT-LABEL-1.
           MOVE PAYROLL-EMP-FED-WRITE     TO STUB-AMT-VALUE-1.
           MOVE "POST-TAX DED: "          TO STUB-AMT-LABEL-2.
           MOVE WS-POSTTAX-APPLIED        TO STUB-AMT-VALUE-2.
           WRITE PAY-STUB-RECORD FROM STUB-AMOUNT-LINE.
           MOVE "NET PAY:      "          TO STUB-YTD-NET-LABEL.
           MOVE WS-SINGLE-NET             TO STUB-YTD-NET.
           WRITE PAY-STUB-RECORD FROM STUB-YTD-NET-LINE.
           MOVE "YTD GROSS:    "          TO STUB-AMT-LABEL-1.
           MOVE TABLE-YTD-GROSS (WS-YTD-SUB)    TO STUB-AMT-VALUE-1.
           MOVE "YTD WITHHELD: "          TO STUB-AMT-LABEL-2.
           MOVE TABLE-YTD-WITHHELD (WS-YTD-SUB) TO STUB-AMT-VALUE-2.
           WRITE PAY-STUB-RECORD FROM STUB-AMOUNT-LINE.
           MOVE "YTD SOC SEC:  "          TO STUB-AMT-LABEL-1.
           MOVE TABLE-YTD-SS-TAX (WS-YTD-SUB)   TO STUB-AMT-VALUE-1.
           MOVE "YTD MEDICARE: "          TO STUB-AMT-LABEL-2.
           MOVE TABLE-YTD-MED-TAX (WS-YTD-SUB)  TO STUB-AMT-VALUE-2.
           WRITE PAY-STUB-RECORD FROM STUB-AMOUNT-LINE.
           MOVE "YTD NET:      "          TO STUB-YTD-NET-LABEL.
           MOVE TABLE-YTD-NET (WS-YTD-SUB)      TO STUB-YTD-NET.
           WRITE PAY-STUB-RECORD FROM STUB-YTD-NET-LINE.
              PERFORM 9900-LOG-WRITE-ERROR
           END-IF.

       5850-WRITE-LABOR-RATE.
      * THE CHECK'S LOADED HOURLY COST FOR JOB COSTING: GROSS PLUS
      * THE EMPLOYER TAXES 4680 JUST FIGURED, OVER EVERY HOUR THE
      * CHECK PAYS.  A CHECK WITH NO HOURS (A BONUS) SAYS NOTHING
      * ABOUT THE HOURLY COST AND IS LEFT OFF.  SO IS ONE TOO BIG FOR
      * THE LINE'S FIELDS (GROSS OR COST PAST 99,999.99, RATE PAST
      * 999.99) - JOB COSTING KEEPS THE LAST RATE THAT FIT RATHER
      * THAN TAKE A TRUNCATED ONE.
           COMPUTE WS-LBR-PAID-HOURS =
               PAYROLL-EMP-HOURS of PAYROLL-REC-IN
               + PAYROLL-EMP-VAC-HOURS of PAYROLL-REC-IN
               + PAYROLL-EMP-SIC-HOURS of PAYROLL-REC-IN
               + PAYROLL-EMP-HOL-HOURS of PAYROLL-REC-IN.
           IF WS-LBR-PAID-HOURS > 0
              COMPUTE WS-LBR-ER-COST =
                  WS-ER-FICA + WS-ER-FUTA + WS-ER-SUTA
              COMPUTE WS-LBR-LOADED-RATE ROUNDED =
                  (PAYROLL-EMP-GROSS-WRITE + WS-LBR-ER-COST)
                  / WS-LBR-PAID-HOURS
           END-IF.
           IF WS-LBR-PAID-HOURS > 0
              AND PAYROLL-EMP-GROSS-WRITE NOT > 99999.99
              AND WS-LBR-ER-COST NOT > 99999.99
              AND WS-LBR-LOADED-RATE NOT > 999.99
              MOVE WS-RUN-CCYYMMDD         TO LBR-RUN-DATE
              MOVE PAYROLL-EMP-NUMBER of PAYROLL-REC-IN
                                           TO LBR-EMP-NUMBER
              MOVE WS-LBR-PAID-HOURS       TO LBR-PAID-HOURS
              MOVE PAYROLL-EMP-GROSS-WRITE TO LBR-GROSS
              MOVE WS-LBR-ER-COST          TO LBR-ER-COST
              MOVE WS-LBR-LOADED-RATE      TO LBR-LOADED-RATE
              WRITE LABOR-RATE-RECORD
           END-IF.

       6000-MOVE-RECORDS.
           MOVE WS-TOTAL-GROSS TO WS-TOTAL-GROSS-FORMAT.
           MOVE WS-TOTAL-NET TO WS-TOTAL-NET-FORMAT.
                 STRING "** ADJ RSN "
                        PAYROLL-ADJ-REASON of PAYROLL-REC-IN
                   DELIMITED BY SIZE INTO DTL-EMP-NAME
              WHEN TRAN-FINAL of PAYROLL-REC-IN
                 MOVE "** FINAL CHECK"    TO DTL-EMP-NAME
           END-EVALUATE.
           perform 7600-UPDATE-DEPT-TOTALS THRU 7600-EXIT.
           move PAYROLL-EMP-HOURS of PAYROLL-REC-IN
           MOVE SPACES TO WS-EMP-PRENOTE-DATE.
           MOVE SPACES TO WS-EMP-LOCALITY.
           MOVE SPACES TO WS-EMP-COMP-CLASS.
           MOVE SPACE  TO WS-EMP-W4-FILING-STATUS.
           MOVE SPACE  TO WS-EMP-W4-MULTI-JOBS.
           MOVE 0      TO WS-EMP-W4-DEP-CREDIT.
           MOVE 0      TO WS-EMP-W4-OTHER-INCOME.
           MOVE 0      TO WS-EMP-W4-DEDUCTIONS.
           MOVE 0      TO WS-EMP-W4-EXTRA-WH.
           MOVE SPACE  TO WS-EMP-PAY-TYPE.
           MOVE 0      TO WS-EMP-ANNUAL-SALARY.
           MOVE SPACE  TO WS-EMP-FLSA-STATUS.
           PERFORM VARYING WS-EMP-SUB FROM 1 BY 1
              UNTIL WS-EMP-SUB > WS-EMPLOYEE-COUNT
                 OR TABLE-EMP-NUMBER (WS-EMP-SUB) =
                TO WS-EMP-LOCALITY
              MOVE TABLE-EMP-COMP-CLASS (WS-EMP-SUB)
                TO WS-EMP-COMP-CLASS
              MOVE TABLE-EMP-W4-FILING-STATUS (WS-EMP-SUB)
                TO WS-EMP-W4-FILING-STATUS
              MOVE TABLE-EMP-W4-MULTI-JOBS (WS-EMP-SUB)
                TO WS-EMP-W4-MULTI-JOBS
              MOVE TABLE-EMP-W4-DEP-CREDIT (WS-EMP-SUB)
                TO WS-EMP-W4-DEP-CREDIT
              MOVE TABLE-EMP-W4-OTHER-INCOME (WS-EMP-SUB)
                TO WS-EMP-W4-OTHER-INCOME
              MOVE TABLE-EMP-W4-DEDUCTIONS (WS-EMP-SUB)
                TO WS-EMP-W4-DEDUCTIONS
              MOVE TABLE-EMP-W4-EXTRA-WH (WS-EMP-SUB)
                TO WS-EMP-W4-EXTRA-WH
              MOVE TABLE-EMP-PAY-TYPE (WS-EMP-SUB)
                TO WS-EMP-PAY-TYPE
              MOVE TABLE-EMP-ANNUAL-SALARY (WS-EMP-SUB)
                TO WS-EMP-ANNUAL-SALARY
              MOVE TABLE-EMP-FLSA-STATUS (WS-EMP-SUB)
                TO WS-EMP-FLSA-STATUS
           END-IF.

       7600-UPDATE-DEPT-TOTALS.
              MOVE TABLE-YTD-SSMED (WS-YTD-SUB)      TO YTD-SSMED
              MOVE TABLE-YTD-STATE (WS-YTD-SUB)      TO YTD-STATE
              MOVE TABLE-YTD-LOCAL (WS-YTD-SUB)      TO YTD-LOCAL
              MOVE TABLE-YTD-SS-WAGES (WS-YTD-SUB)   TO YTD-SS-WAGES
              MOVE TABLE-YTD-SS-TAX (WS-YTD-SUB)     TO YTD-SS-TAX
              MOVE TABLE-YTD-MED-WAGES (WS-YTD-SUB)  TO YTD-MED-WAGES
              MOVE TABLE-YTD-MED-TAX (WS-YTD-SUB)    TO YTD-MED-TAX
              IF WS-YTD-FILE-YEAR = SPACES
                 MOVE "20"              TO YTD-TAX-YEAR (1:2)
                 MOVE WS-RUN-DATE (1:2) TO YTD-TAX-YEAR (3:2)
                 MOVE WS-YTD-FILE-YEAR  TO YTD-TAX-YEAR
              END-IF
              WRITE YTD-MASTER-RECORD
              MOVE "W" TO JRN-FUNCTION-CODE
              MOVE "YTDMAST" TO JRN-MASTER-ID
              MOVE YTD-MASTER-RECORD TO JRN-AFTER-IMAGE
              CALL "CHGJRNRB" USING CHGJRNL-PARMS
           END-PERFORM.
           CLOSE YTD-MASTER.
           MOVE "E" TO JRN-FUNCTION-CODE.
           MOVE "YTDMAST" TO JRN-MASTER-ID.
           CALL "CHGJRNRB" USING CHGJRNL-PARMS.

       9693-WRITE-COMP-WAGE-FILE.
      * REWRITE THE POLICY-YEAR COMP WAGE FILE.  A CLASS DRIVEN
                TO EMP-LOCALITY of EMPLOYEE-MASTER-RECORD
              MOVE TABLE-EMP-COMP-CLASS (WS-EMP-SUB)
                TO EMP-COMP-CLASS of EMPLOYEE-MASTER-RECORD
              MOVE TABLE-EMP-W4-FILING-STATUS (WS-EMP-SUB)
                TO EMP-W4-FILING-STATUS of EMPLOYEE-MASTER-RECORD
              MOVE TABLE-EMP-W4-MULTI-JOBS (WS-EMP-SUB)
                TO EMP-W4-MULTI-JOBS of EMPLOYEE-MASTER-RECORD
              MOVE TABLE-EMP-W4-DEP-CREDIT (WS-EMP-SUB)
                TO EMP-W4-DEP-CREDIT of EMPLOYEE-MASTER-RECORD
              MOVE TABLE-EMP-W4-OTHER-INCOME (WS-EMP-SUB)
                TO EMP-W4-OTHER-INCOME of EMPLOYEE-MASTER-RECORD
              MOVE TABLE-EMP-W4-DEDUCTIONS (WS-EMP-SUB)
                TO EMP-W4-DEDUCTIONS of EMPLOYEE-MASTER-RECORD
              MOVE TABLE-EMP-W4-EXTRA-WH (WS-EMP-SUB)
                TO EMP-W4-EXTRA-WH of EMPLOYEE-MASTER-RECORD
              MOVE TABLE-EMP-PAY-TYPE (WS-EMP-SUB)
                TO EMP-PAY-TYPE of EMPLOYEE-MASTER-RECORD
              MOVE TABLE-EMP-ANNUAL-SALARY (WS-EMP-SUB)
                TO EMP-ANNUAL-SALARY of EMPLOYEE-MASTER-RECORD
              MOVE TABLE-EMP-FLSA-STATUS (WS-EMP-SUB)
                TO EMP-FLSA-STATUS of EMPLOYEE-MASTER-RECORD
              WRITE EMPLOYEE-MASTER-RECORD
              MOVE "W" TO JRN-FUNCTION-CODE
              MOVE "EMPMAST" TO JRN-MASTER-ID
              MOVE EMPLOYEE-MASTER-RECORD TO JRN-AFTER-IMAGE
              CALL "CHGJRNRB" USING CHGJRNL-PARMS
           END-PERFORM.
           CLOSE EMPLOYEE-MASTER.
           MOVE "E" TO JRN-FUNCTION-CODE.
           MOVE "EMPMAST" TO JRN-MASTER-ID.
           CALL "CHGJRNRB" USING CHGJRNL-PARMS.

       9795-WRITE-WEEK-METRICS.
      * APPEND THIS RUN'S GROSS AND EMPLOYER COST TO THE WEEKLY
           MOVE SPACES              TO AUD-KEY-TOTALS.
           MOVE "GROSS="            TO AUD-KEY-TOTALS(1:6).
           MOVE WS-TOTAL-GROSS-FORMAT TO AUD-KEY-TOTALS(7:12).
           MOVE " HELD="            TO AUD-KEY-TOTALS(19:6).
           MOVE WS-RECORDS-HELD (3:5) TO AUD-KEY-TOTALS(25:5).
           IF RETURN-CODE = 0
              MOVE "OK" TO AUD-COMPLETION-STATUS
           ELSE
