       IDENTIFICATION DIVISION.
       PROGRAM-ID.    FUT940RB.
       AUTHOR.        RYAN BROOKS
      * ANNUAL FUTA (940) WORKSHEET - THE FEDERAL UNEMPLOYMENT SIDE OF
      * WHAT QTRSUMRB DOES FOR THE 941.  READS THE YTD MASTER FOR THE
      * YEAR'S PAYMENTS, SPLITS EACH EMPLOYEE'S PAYMENTS BY QUARTER
      * FROM THE QTD MASTER, AND FIGURES FUTA WAGES QUARTER BY QUARTER
      * AGAINST WS-CTL-FUTA-WAGE-BASE THE SAME WAY PAYRPTRB'S
      * 4690-COMPUTE-ER-FROM-BEFORE DOES PER CHECK.  THE REPORT LISTS
      * EACH EMPLOYEE, THEN THE 940 LINES (TOTAL PAYMENTS, EXEMPT
      * PAYMENTS, PAYMENTS OVER THE WAGE BASE, TAXABLE FUTA WAGES, TAX
      * BEFORE ADJUSTMENTS, CREDIT REDUCTION, TOTAL TAX), THE PART 5
      * LIABILITY BY QUARTER CHECKED AGAINST THE $500 DEPOSIT
      * THRESHOLD WITH ANY SMALLER AMOUNT CARRIED FORWARD, AND THE
      * SCHEDULE A CREDIT REDUCTION BY WORK STATE.
      *
      * EXEMPT PAYMENTS ARE GROSS LESS MEDICARE WAGES - THE PRE-TAX
      * BENEFIT DEDUCTIONS THAT ARE OUTSIDE FICA ARE OUTSIDE FUTA AS
      * WELL, WHILE A 401(K) DEFERRAL STAYS IN BOTH.  A MASTER WRITTEN
      * BEFORE THE MEDICARE SPLIT READS IN SHORT AND SHOWS NO EXEMPT
      * PAYMENTS.
      *
      * A CLOSED QUARTER HAS BEEN ROLLED OFF THE QTD MASTER BY
      * QTRSUMRB.  WHATEVER PART OF AN EMPLOYEE'S YTD PAYMENTS THE QTD
      * ROWS DO NOT ACCOUNT FOR IS PLACED IN THE EARLIEST QUARTER WITH
      * NO QTD ROW, AND THE EMPLOYEE IS FLAGGED ON THE LISTING.
      *
      * CREDIT-REDUCTION STATES COME FROM FUTACRED.DAT - ONE ROW PER
      * TAX YEAR AND STATE WITH THE REDUCTION RATE THE DEPARTMENT OF
      * LABOR PUBLISHES EACH NOVEMBER.  THE EXTRA FUTA IS FIGURED ON
      * THE FUTA WAGES OF EMPLOYEES WHOSE WORK STATE IS ON THE TABLE
      * AND, AS THE 940 INSTRUCTIONS REQUIRE, IS ADDED TO THE FOURTH
      * QUARTER'S LIABILITY.
      *
      * SET FUT940RB-TAX-YEAR TO PICK THE YEAR; OTHERWISE THE TAX
      * YEAR ON THE FIRST YTD RECORD IS USED.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT YTD-MASTER ASSIGN DYNAMIC
                 WS-YTD-MASTER-PATH
             organization is indexed
             access is sequential
             record key is YTD-EMP-NUMBER
             file status is WS-YTD-MASTER-STATUS.
           SELECT QTD-MASTER ASSIGN DYNAMIC
                 WS-QTD-MASTER-PATH
             organization is line sequential
             file status is WS-QTD-MASTER-STATUS.
           SELECT EMPLOYEE-MASTER ASSIGN DYNAMIC
                 WS-EMPLOYEE-MASTER-PATH
             organization is indexed
             access is sequential
             record key is EMP-NUMBER
             file status is WS-EMPLOYEE-MASTER-STATUS.
           SELECT CREDIT-REDUCTION-FILE ASSIGN DYNAMIC
                 WS-CREDIT-REDUCTION-PATH
             organization is line sequential
             file status is WS-CREDIT-REDUCTION-STATUS.
           SELECT PAYROLL-CONTROL-FILE ASSIGN DYNAMIC
                 WS-PAYROLL-CONTROL-PATH
             organization is line sequential
             file status is WS-PAYROLL-CONTROL-STATUS.
           SELECT FUTA-REPORT
             ASSIGN DYNAMIC WS-FUTA-REPORT-PATH
             organization is LINE sequential
             file status is WS-FUTA-REPORT-STATUS.
           SELECT AUDIT-TRAIL-FILE ASSIGN DYNAMIC
                 WS-AUDIT-TRAIL-PATH
             organization is line sequential
             file status is WS-AUDIT-TRAIL-STATUS.

       DATA DIVISION.
       FILE SECTION.

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

       FD  QTD-MASTER
           RECORDING MODE IS F
           DATA RECORD IS QTD-MASTER-RECORD.
       01 QTD-MASTER-RECORD.
           05  QTD-EMP-NUMBER           PIC X(06).
           05  QTD-QUARTER              PIC 9(01).
           05  QTD-GROSS                PIC 9(07)V99.
           05  QTD-TAXABLE              PIC 9(07)V99.
           05  QTD-FED                  PIC 9(07)V99.
           05  QTD-SSMED                PIC 9(07)V99.
           05  QTD-STATE                PIC 9(07)V99.
           05  QTD-LOCAL                PIC 9(07)V99.
           05  QTD-SS-WAGES             PIC 9(07)V99.
           05  QTD-SS-TAX               PIC 9(07)V99.
           05  QTD-MED-WAGES            PIC 9(07)V99.
           05  QTD-MED-TAX              PIC 9(07)V99.
           05  QTD-ADDL-MED-WAGES       PIC 9(07)V99.

       FD  EMPLOYEE-MASTER
           RECORDING MODE IS F
           DATA RECORD IS EMPLOYEE-MASTER-RECORD.
      * ONLY NUMBER, NAME, AND WORK STATE ARE USED HERE - THE TAIL IS
      * CARRIED SO THE RECORD READS IN WHOLE.
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
           05  EMP-BANK-STATUS          PIC X(01).
           05  EMP-PRENOTE-DATE         PIC X(08).
           05  EMP-LOCALITY             PIC X(04).
           05  EMP-COMP-CLASS           PIC X(04).
           05  EMP-W4-DATA              PIC X(34).
           05  EMP-SALARY-DATA          PIC X(11).

       FD  CREDIT-REDUCTION-FILE
           RECORDING MODE IS F
           DATA RECORD IS CREDIT-REDUCTION-RECORD.
      * ONE ROW PER TAX YEAR AND CREDIT-REDUCTION STATE.
       01 CREDIT-REDUCTION-RECORD.
           05  CRD-TAX-YEAR             PIC X(04).
           05  CRD-STATE                PIC X(02).
           05  CRD-RATE                 PIC 9V9999.

       FD  PAYROLL-CONTROL-FILE
           RECORDING MODE IS F
           DATA RECORD IS PAYROLL-CONTROL-RECORD.
       01 PAYROLL-CONTROL-RECORD         PIC X(156).

       FD  FUTA-REPORT
           RECORDING MODE IS F
           DATA RECORD IS FUTA-REPORT-RECORD.
       01 FUTA-REPORT-RECORD             PIC X(133).

       FD  AUDIT-TRAIL-FILE
           RECORDING MODE IS F
           DATA RECORD IS AUDIT-TRAIL-RECORD.
       01 AUDIT-TRAIL-RECORD             PIC X(89).

       WORKING-STORAGE SECTION.
      * FILE PATHS - DEFAULT TO THE PATHS BELOW, BUT CAN BE OVERRIDDEN
      * AT RUN TIME BY SETTING THE MATCHING ENVIRONMENT VARIABLE
      * BEFORE STARTING THE PROGRAM (SEE 0500-GET-FILE-PATHS):
        01 WS-FILE-PATHS.
           05 WS-YTD-MASTER-PATH        PIC X(80)
                VALUE "C:\Users\Ryan\Desktop\YTD-MASTER.DAT".
           05 WS-QTD-MASTER-PATH        PIC X(80)
                VALUE "C:\Users\Ryan\Desktop\QTD-MASTER.DAT".
           05 WS-EMPLOYEE-MASTER-PATH   PIC X(80)
                VALUE "C:\Users\Ryan\Desktop\EMPLOYEE-MASTER.DAT".
           05 WS-CREDIT-REDUCTION-PATH  PIC X(80)
                VALUE "C:\Users\Ryan\Desktop\FUTACRED.DAT".
           05 WS-PAYROLL-CONTROL-PATH   PIC X(80)
                VALUE "C:\Users\Ryan\Desktop\PAYROLLCTL.DAT".
           05 WS-FUTA-REPORT-PATH       PIC X(80)
                VALUE "C:\Users\Ryan\Desktop\FUTA940.rpt".
           05 WS-AUDIT-TRAIL-PATH       PIC X(80)
                VALUE "C:\Users\Ryan\Desktop\OPS-AUDIT-TRAIL.LOG".
           05 WS-ENV-PATH-OVERRIDE      PIC X(80).

      * File status
        COPY "FILESTAT.cpy" REPLACING
            ==STATUS-FIELD==   BY ==WS-YTD-MASTER-STATUS==
            ==STATUS-OK==      BY ==YTD-MASTER-SUCCESSFUL==
            ==STATUS-EOF==     BY ==END-OF-YTD-MASTER==
            ==STATUS-INVALID== BY ==INVALID-VALUE-IN-FILE==.
        01 WS-QTD-MASTER-STATUS         pic X(02).
           88 QTD-MASTER-SUCCESSFUL        VALUE "00".
           88 END-OF-QTD-MASTER            VALUE "10".
        01 WS-EMPLOYEE-MASTER-STATUS    pic X(02).
           88 EMPLOYEE-MASTER-SUCCESSFUL   VALUE "00".
           88 END-OF-EMPLOYEE-MASTER       VALUE "10".
        01 WS-CREDIT-REDUCTION-STATUS   pic X(02).
           88 CREDIT-REDUCTION-FOUND       VALUE "00".
           88 END-OF-CREDIT-REDUCTION      VALUE "10".
        01 WS-PAYROLL-CONTROL-STATUS    pic X(02).
           88 PAYROLL-CONTROL-FOUND        VALUE "00".
        01 WS-FUTA-REPORT-STATUS        pic X(02).
           88 GOOD-FUTA-REPORT             VALUE "00".
        01 WS-AUDIT-TRAIL-STATUS        pic X(02).
           88 GOOD-AUDIT-TRAIL-WRITE       VALUE "00".

      * FUTA RATE AND WAGE BASE COME FROM THE PAYROLL CONTROL FILE.
        COPY "PAYRATE.cpy".

        01 WS-TAX-YEAR                  PIC X(04) VALUE SPACES.
        01 WS-TAX-YEAR-NUM              PIC 9(04) VALUE 0.
        01 WS-NEXT-YEAR                 PIC 9(04) VALUE 0.

      * EMPLOYEE MASTER LOOKUP - NUMBER TO NAME AND WORK STATE.
        01 WS-EMP-COUNT                 PIC 9(04) VALUE 0.
        01 WS-EMP-SUB                   PIC 9(04) VALUE 0.
        01 WS-EMPLOYEE-TABLE.
           05 EMPLOYEE-TABLE-ENTRY OCCURS 0 TO 5000 TIMES
                 DEPENDING ON WS-EMP-COUNT.
              10 TABLE-EMP-NUMBER       PIC X(06).
              10 TABLE-EMP-NAME         PIC X(20).
              10 TABLE-EMP-WORK-STATE   PIC X(02).

      * THE QTD ROWS - PAYMENTS AND EXEMPT PAYMENTS BY EMPLOYEE AND
      * QUARTER (SAME 20000 CEILING PAYRPTRB KEEPS FOR ITS QTD TABLE).
        01 WS-QTD-COUNT                 PIC 9(05) VALUE 0.
        01 WS-QTD-SUB                   PIC 9(05) VALUE 0.
        01 WS-QTD-TABLE.
           05 QTD-TABLE-ENTRY OCCURS 0 TO 20000 TIMES
                 DEPENDING ON WS-QTD-COUNT.
              10 TABLE-QTD-EMP          PIC X(06).
              10 TABLE-QTD-QUARTER      PIC 9(01).
              10 TABLE-QTD-PAYMENTS     PIC 9(07)V99.
              10 TABLE-QTD-EXEMPT       PIC 9(07)V99.

      * CREDIT-REDUCTION STATES FOR THE TAX YEAR, WITH THE FUTA WAGES
      * AND EXTRA TAX BUILT UP AGAINST EACH.
        01 WS-CRD-COUNT                 PIC 9(03) VALUE 0.
        01 WS-CRD-SUB                   PIC 9(03) VALUE 0.
        01 WS-CREDIT-REDUCTION-TABLE.
           05 CRD-TABLE-ENTRY OCCURS 0 TO 60 TIMES
                 DEPENDING ON WS-CRD-COUNT.
              10 TABLE-CRD-STATE        PIC X(02).
              10 TABLE-CRD-RATE         PIC 9V9999.
              10 TABLE-CRD-EMP-COUNT    PIC 9(05).
              10 TABLE-CRD-WAGES        PIC 9(09)V99.
              10 TABLE-CRD-AMOUNT       PIC 9(07)V99.

      * ONE EMPLOYEE'S YEAR, QUARTER BY QUARTER.
        01 WS-QTR-SUB                   PIC 9(01) VALUE 0.
        01 WS-FILL-QUARTER              PIC 9(01) VALUE 0.
        01 WS-EMP-QUARTER-TABLE.
           05 EMP-QUARTER-ENTRY OCCURS 4 TIMES.
              10 EQ-HAS-QTD-ROW         PIC X(01).
              10 EQ-PAYMENTS            PIC 9(07)V99.
              10 EQ-EXEMPT              PIC 9(07)V99.
              10 EQ-FUTA-WAGES          PIC 9(07)V99.
        01 WS-EMP-YTD-PAYMENTS          PIC 9(07)V99 VALUE 0.
        01 WS-EMP-YTD-EXEMPT            PIC 9(07)V99 VALUE 0.
        01 WS-EMP-QTD-PAYMENTS          PIC 9(07)V99 VALUE 0.
        01 WS-EMP-QTD-EXEMPT            PIC 9(07)V99 VALUE 0.
        01 WS-EMP-RESIDUAL              PIC S9(07)V99 VALUE 0.
        01 WS-EMP-RESIDUAL-EXEMPT       PIC S9(07)V99 VALUE 0.
        01 WS-EMP-NET-PAYMENTS          PIC 9(07)V99 VALUE 0.
        01 WS-EMP-ROOM                  PIC 9(07)V99 VALUE 0.
        01 WS-EMP-FUTA-WAGES            PIC 9(07)V99 VALUE 0.
        01 WS-EMP-TOTAL-PAYMENTS        PIC 9(07)V99 VALUE 0.
        01 WS-EMP-TOTAL-EXEMPT          PIC 9(07)V99 VALUE 0.
        01 WS-EMP-OVER-BASE             PIC 9(07)V99 VALUE 0.
        01 WS-EMP-WORK-STATE            PIC X(02) VALUE SPACES.
        01 WS-SECTION-SW                PIC X(01) VALUE "D".
           88 LISTING-SECTION              VALUE "D".
           88 WORKSHEET-SECTION            VALUE "W".
        01 WS-EMP-FILLED-SW             PIC X(01) VALUE "N".
           88 EMP-FILLED-FROM-YTD          VALUE "Y".

      * COMPANY TOTALS BY QUARTER FOR PART 5 OF THE 940.
        01 QTR-TOTAL-TABLE-ENTRY OCCURS 4 TIMES.
           05 TABLE-QTR-PAYMENTS        PIC 9(09)V99.
           05 TABLE-QTR-EXEMPT          PIC 9(09)V99.
           05 TABLE-QTR-FUTA-WAGES      PIC 9(09)V99.
           05 TABLE-QTR-LIABILITY       PIC 9(07)V99.

      * 940 LINE AMOUNTS
        01 WS-940-TOTAL-PAYMENTS        PIC 9(10)V99 VALUE 0.
        01 WS-940-EXEMPT-PAYMENTS       PIC 9(10)V99 VALUE 0.
        01 WS-940-OVER-BASE             PIC 9(10)V99 VALUE 0.
        01 WS-940-SUBTOTAL              PIC 9(10)V99 VALUE 0.
        01 WS-940-FUTA-WAGES            PIC 9(10)V99 VALUE 0.
        01 WS-940-TAX-BEFORE-ADJ        PIC 9(08)V99 VALUE 0.
        01 WS-940-CREDIT-REDUCTION      PIC 9(08)V99 VALUE 0.
        01 WS-940-TOTAL-TAX             PIC 9(08)V99 VALUE 0.
        01 WS-940-TOTAL-LIABILITY       PIC 9(08)V99 VALUE 0.

      * DEPOSIT CHECK - LIABILITY OVER THE THRESHOLD IS DEPOSITED BY
      * THE LAST DAY OF THE MONTH AFTER THE QUARTER; ANYTHING AT OR
      * UNDER IT CARRIES FORWARD TO THE NEXT QUARTER.
        01 WS-DEPOSIT-THRESHOLD         PIC 9(05)V99 VALUE 500.00.
        01 WS-UNDEPOSITED               PIC 9(08)V99 VALUE 0.
        01 WS-DEPOSIT-DUE-TABLE.
           05 FILLER                    PIC X(04) VALUE "0430".
           05 FILLER                    PIC X(04) VALUE "0731".
           05 FILLER                    PIC X(04) VALUE "1031".
           05 FILLER                    PIC X(04) VALUE "0131".
        01 FILLER REDEFINES WS-DEPOSIT-DUE-TABLE.
           05 WS-DEPOSIT-DUE-MMDD OCCURS 4 TIMES PIC X(04).
        01 WS-DUE-DATE-TEXT.
           05 WS-DUE-MM                 PIC X(02).
           05 FILLER                    PIC X(01) VALUE "/".
           05 WS-DUE-DD                 PIC X(02).
           05 FILLER                    PIC X(01) VALUE "/".
           05 WS-DUE-YYYY               PIC 9(04).

      * RUN COUNTERS
        01 WS-YTD-RECORDS-READ          PIC 9(05) VALUE 0.
        01 WS-QTD-RECORDS-READ          PIC 9(05) VALUE 0.
        01 WS-EMPLOYEES-LISTED          PIC 9(05) VALUE 0.
        01 WS-OTHER-YEAR-SKIPPED        PIC 9(05) VALUE 0.
        01 WS-FILLED-FROM-YTD           PIC 9(05) VALUE 0.
        01 WS-UNKNOWN-EMPLOYEES         PIC 9(05) VALUE 0.
        01 WS-TAX-FORMAT                PIC $ZZZ,ZZZ,ZZ9.99.
        01 WS-RUN-DATE                  PIC X(08).
        01 WS-RUN-TIME                  PIC 9(08) VALUE 0.
        COPY "AUDITTRL.cpy".

       01  PAGE-HDG-01.
           05 PAGE-HDG-01-CC         PIC X(01) VALUE SPACE.
           05 FILLER                 PIC X(49) VALUE SPACES.
           05 FILLER                 PIC X(33)
              VALUE "ANNUAL FUTA WORKSHEET (FORM 940)".
           05 FILLER                 PIC X(22) VALUE SPACES.
           05 FILLER                 PIC X(06) VALUE "PAGE: ".
           05 PAGE-HDG-01-PAGE       PIC ZZ9.
       01  PAGE-HDG-02.
           05 PAGE-HDG-02-CC         PIC X(01) VALUE SPACE.
           05 FILLER                 PIC X(47) VALUE SPACES.
           05 FILLER                 PIC X(10) VALUE "TAX YEAR: ".
           05 PAGE-HDG-02-YEAR       PIC X(04).
           05 FILLER                 PIC X(04) VALUE SPACES.
           05 FILLER                 PIC X(10) VALUE "RUN DATE: ".
           05 PAGE-HDG-02-DATE       PIC XX/XX/XXXX.
           05 FILLER                 PIC X(47) VALUE SPACES.
       01  PAGE-HDG-03.
           05 PAGE-HDG-03-CC         PIC X(01) VALUE SPACE.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 FILLER                 PIC X(06) VALUE "EMP # ".
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 FILLER                 PIC X(20) VALUE "EMPLOYEE NAME".
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 FILLER                 PIC X(02) VALUE "ST".
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 FILLER                 PIC X(11) VALUE "   PAYMENTS".
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 FILLER                 PIC X(11) VALUE "     EXEMPT".
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 FILLER                 PIC X(11) VALUE "  OVER BASE".
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 FILLER                 PIC X(10) VALUE "FUTA WAGES".
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 FILLER                 PIC X(09) VALUE " Q1 WAGES".
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 FILLER                 PIC X(09) VALUE " Q2 WAGES".
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 FILLER                 PIC X(09) VALUE " Q3 WAGES".
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 FILLER                 PIC X(09) VALUE " Q4 WAGES".
           05 FILLER                 PIC X(01) VALUE SPACES.

       01  DETAIL-LINE.
           05 DTL-CC                 PIC X(01) VALUE SPACE.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 DTL-EMP-NUMBER         PIC X(06).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 DTL-EMP-NAME           PIC X(20).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 DTL-WORK-STATE         PIC X(02).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 DTL-PAYMENTS           PIC $ZZZ,ZZ9.99.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 DTL-EXEMPT             PIC $ZZZ,ZZ9.99.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 DTL-OVER-BASE          PIC $ZZZ,ZZ9.99.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 DTL-FUTA-WAGES         PIC $ZZ,ZZ9.99.
           05 DTL-QUARTER-WAGES OCCURS 4 TIMES.
              10 FILLER              PIC X(02) VALUE SPACES.
              10 DTL-Q-WAGES         PIC ZZ,ZZ9.99.
           05 DTL-FLAG               PIC X(01).

       01  FILLED-NOTE-LINE.
           05 FNL-CC                 PIC X(01) VALUE SPACE.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 FILLER                 PIC X(60) VALUE
              "* QUARTERS NOT ON THE QTD MASTER WERE FILLED FROM YTD".

       01  WORKSHEET-HDG.
           05 WSH-CC                 PIC X(01) VALUE SPACE.
           05 FILLER                 PIC X(09) VALUE SPACES.
           05 WSH-TEXT               PIC X(60).

       01  WORKSHEET-LINE.
           05 WSL-CC                 PIC X(01) VALUE SPACE.
           05 FILLER                 PIC X(09) VALUE SPACES.
           05 WSL-LINE-NO            PIC X(04).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 WSL-LABEL              PIC X(46).
           05 WSL-AMOUNT             PIC $$$$,$$$,$$9.99.

       01  DEPOSIT-LINE.
           05 DPL-CC                 PIC X(01) VALUE SPACE.
           05 FILLER                 PIC X(09) VALUE SPACES.
           05 FILLER                 PIC X(08) VALUE "QUARTER ".
           05 DPL-QUARTER            PIC 9(01).
           05 FILLER                 PIC X(03) VALUE SPACES.
           05 FILLER                 PIC X(11) VALUE "LIABILITY: ".
           05 DPL-LIABILITY          PIC $$$,$$$,$$9.99.
           05 FILLER                 PIC X(03) VALUE SPACES.
           05 FILLER                 PIC X(13) VALUE "UNDEPOSITED: ".
           05 DPL-UNDEPOSITED        PIC $$$,$$$,$$9.99.
           05 FILLER                 PIC X(03) VALUE SPACES.
           05 DPL-ACTION             PIC X(40).

       01  CREDIT-REDUCTION-LINE.
           05 CRL-CC                 PIC X(01) VALUE SPACE.
           05 FILLER                 PIC X(09) VALUE SPACES.
           05 FILLER                 PIC X(07) VALUE "STATE: ".
           05 CRL-STATE              PIC X(02).
           05 FILLER                 PIC X(03) VALUE SPACES.
           05 FILLER                 PIC X(06) VALUE "RATE: ".
           05 CRL-RATE               PIC 9.9999.
           05 FILLER                 PIC X(03) VALUE SPACES.
           05 FILLER                 PIC X(11) VALUE "EMPLOYEES: ".
           05 CRL-EMP-COUNT          PIC ZZ,ZZ9.
           05 FILLER                 PIC X(03) VALUE SPACES.
           05 FILLER                 PIC X(12) VALUE "FUTA WAGES: ".
           05 CRL-WAGES              PIC $$$$,$$$,$$9.99.
           05 FILLER                 PIC X(03) VALUE SPACES.
           05 FILLER                 PIC X(18)
              VALUE "CREDIT REDUCTION: ".
           05 CRL-AMOUNT             PIC $$$,$$$,$$9.99.

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

           DISPLAY "FUT940RB FOR RYAN BROOKS".

           PERFORM 1000-INITIALIZE.
           PERFORM 2000-READ-YTD.

           perform until END-OF-YTD-MASTER
              perform 3000-PROCESS-EMPLOYEE
              perform 2000-READ-YTD
           END-PERFORM.

           close YTD-MASTER.

           perform 6000-FIGURE-940-LINES.
           perform 7000-CREATE-WORKSHEET.
           perform 7500-CREATE-DEPOSIT-SCHEDULE.
           perform 7800-CREATE-CREDIT-REDUCTION.

           display "YTD RECORDS READ:            " WS-YTD-RECORDS-READ.
           display "QTD RECORDS READ:            " WS-QTD-RECORDS-READ.
           display "EMPLOYEES LISTED:            " WS-EMPLOYEES-LISTED.
           display "OTHER-YEAR RECORDS SKIPPED:  "
               WS-OTHER-YEAR-SKIPPED.
           display "QUARTERS FILLED FROM YTD:    " WS-FILLED-FROM-YTD.
           display "EMPLOYEES NOT ON MASTER:     "
               WS-UNKNOWN-EMPLOYEES.

           PERFORM 9900-WRITE-AUDIT-RECORD.

           close FUTA-REPORT
                 AUDIT-TRAIL-FILE.

           GOBACK.

       0500-GET-FILE-PATHS.
      * OVERRIDE THE DEFAULT FILE PATHS IF THE MATCHING ENVIRONMENT
      * VARIABLE HAS BEEN SET:
           ACCEPT WS-ENV-PATH-OVERRIDE FROM ENVIRONMENT
                  "FUT940RB-YTD-MASTER".
           IF WS-ENV-PATH-OVERRIDE NOT = SPACES
              MOVE WS-ENV-PATH-OVERRIDE TO WS-YTD-MASTER-PATH
           END-IF.
           ACCEPT WS-ENV-PATH-OVERRIDE FROM ENVIRONMENT
                  "FUT940RB-QTD-MASTER".
           IF WS-ENV-PATH-OVERRIDE NOT = SPACES
              MOVE WS-ENV-PATH-OVERRIDE TO WS-QTD-MASTER-PATH
           END-IF.
           ACCEPT WS-ENV-PATH-OVERRIDE FROM ENVIRONMENT
                  "FUT940RB-EMPLOYEE-MASTER".
           IF WS-ENV-PATH-OVERRIDE NOT = SPACES
              MOVE WS-ENV-PATH-OVERRIDE TO WS-EMPLOYEE-MASTER-PATH
           END-IF.
           ACCEPT WS-ENV-PATH-OVERRIDE FROM ENVIRONMENT
                  "FUT940RB-CREDIT-REDUCTION".
           IF WS-ENV-PATH-OVERRIDE NOT = SPACES
              MOVE WS-ENV-PATH-OVERRIDE TO WS-CREDIT-REDUCTION-PATH
           END-IF.
           ACCEPT WS-ENV-PATH-OVERRIDE FROM ENVIRONMENT
                  "FUT940RB-PAYROLL-CONTROL".
           IF WS-ENV-PATH-OVERRIDE NOT = SPACES
              MOVE WS-ENV-PATH-OVERRIDE TO WS-PAYROLL-CONTROL-PATH
           END-IF.
           ACCEPT WS-ENV-PATH-OVERRIDE FROM ENVIRONMENT
                  "FUT940RB-FUTA-REPORT".
           IF WS-ENV-PATH-OVERRIDE NOT = SPACES
              MOVE WS-ENV-PATH-OVERRIDE TO WS-FUTA-REPORT-PATH
           END-IF.
           ACCEPT WS-ENV-PATH-OVERRIDE FROM ENVIRONMENT
                  "FUT940RB-AUDIT-TRAIL-FILE".
           IF WS-ENV-PATH-OVERRIDE NOT = SPACES
              MOVE WS-ENV-PATH-OVERRIDE TO WS-AUDIT-TRAIL-PATH
           END-IF.

       1000-INITIALIZE.
           PERFORM 0500-GET-FILE-PATHS.
           ACCEPT WS-RUN-DATE FROM DATE.
           MOVE   WS-RUN-DATE TO PAGE-HDG-02-DATE.
           OPEN INPUT PAYROLL-CONTROL-FILE.
           IF PAYROLL-CONTROL-FOUND
              READ PAYROLL-CONTROL-FILE INTO WS-PAYROLL-CONTROL-LINE
              CLOSE PAYROLL-CONTROL-FILE
           END-IF.
           IF WS-CTL-FUTA-PCT NOT NUMERIC
              MOVE .0060 TO WS-CTL-FUTA-PCT
           END-IF.
           IF WS-CTL-FUTA-WAGE-BASE NOT NUMERIC
              MOVE 7000 TO WS-CTL-FUTA-WAGE-BASE
           END-IF.
           ACCEPT WS-TAX-YEAR FROM ENVIRONMENT "FUT940RB-TAX-YEAR".
           IF WS-TAX-YEAR NOT = SPACES AND WS-TAX-YEAR NOT NUMERIC
              DISPLAY "FUT940RB: FUT940RB-TAX-YEAR IS NOT A YEAR - "
                  "RUN STOPPED"
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN INPUT YTD-MASTER.
           IF NOT YTD-MASTER-SUCCESSFUL
              DISPLAY "FUT940RB: UNABLE TO OPEN YTD-MASTER, STATUS = "
                  WS-YTD-MASTER-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN OUTPUT FUTA-REPORT.
           IF NOT GOOD-FUTA-REPORT
              DISPLAY "FUT940RB: UNABLE TO OPEN FUTA-REPORT, STATUS = "
                  WS-FUTA-REPORT-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN EXTEND AUDIT-TRAIL-FILE.
           IF NOT GOOD-AUDIT-TRAIL-WRITE
              CLOSE AUDIT-TRAIL-FILE
              OPEN OUTPUT AUDIT-TRAIL-FILE
           END-IF.
           PERFORM VARYING WS-QTR-SUB FROM 1 BY 1
              UNTIL WS-QTR-SUB > 4
              MOVE 0 TO TABLE-QTR-PAYMENTS (WS-QTR-SUB)
              MOVE 0 TO TABLE-QTR-EXEMPT (WS-QTR-SUB)
              MOVE 0 TO TABLE-QTR-FUTA-WAGES (WS-QTR-SUB)
              MOVE 0 TO TABLE-QTR-LIABILITY (WS-QTR-SUB)
           END-PERFORM.
           PERFORM 1500-LOAD-EMPLOYEE-TABLE.
           PERFORM 1600-LOAD-QTD-TABLE.

       1500-LOAD-EMPLOYEE-TABLE.
           OPEN INPUT EMPLOYEE-MASTER.
           IF NOT EMPLOYEE-MASTER-SUCCESSFUL
              DISPLAY "FUT940RB: UNABLE TO OPEN EMPLOYEE MASTER, "
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
                       DISPLAY "FUT940RB: EMPLOYEE TABLE CEILING "
                           "(5000) REACHED - RUN STOPPED"
                       MOVE 16 TO RETURN-CODE
                       GOBACK
                    END-IF
                    ADD 1 TO WS-EMP-COUNT
                    MOVE EMP-NUMBER TO TABLE-EMP-NUMBER (WS-EMP-COUNT)
                    MOVE EMP-NAME   TO TABLE-EMP-NAME (WS-EMP-COUNT)
                    MOVE EMP-WORK-STATE TO
                         TABLE-EMP-WORK-STATE (WS-EMP-COUNT)
              END-READ
           END-PERFORM.
           CLOSE EMPLOYEE-MASTER.

       1600-LOAD-QTD-TABLE.
      * A MISSING QTD MASTER IS NOT FATAL - EVERY QUARTER HAS BEEN
      * CLOSED AND THE WHOLE YEAR IS FILLED FROM THE YTD MASTER.
           OPEN INPUT QTD-MASTER.
           IF NOT QTD-MASTER-SUCCESSFUL
              DISPLAY "FUT940RB: NO QTD MASTER, STATUS = "
                  WS-QTD-MASTER-STATUS " - QUARTERS FILLED FROM YTD"
           ELSE
              PERFORM UNTIL END-OF-QTD-MASTER
                 READ QTD-MASTER
                    AT END
                       SET END-OF-QTD-MASTER TO TRUE
                    NOT AT END
                       ADD 1 TO WS-QTD-RECORDS-READ
                       PERFORM 1650-KEEP-QTD-ROW
                 END-READ
              END-PERFORM
              CLOSE QTD-MASTER
           END-IF.

       1650-KEEP-QTD-ROW.
      * EXEMPT PAYMENTS ARE THE GROSS THAT IS NOT MEDICARE WAGES; A
      * ROW FROM BEFORE THE MEDICARE SPLIT HAS NONE.
           IF QTD-QUARTER < 1 OR QTD-QUARTER > 4
              DISPLAY "FUT940RB: BAD QUARTER ON QTD RECORD FOR "
                  QTD-EMP-NUMBER
           ELSE
              IF WS-QTD-COUNT = 20000
                 DISPLAY "FUT940RB: QTD TABLE CEILING (20000) "
                     "REACHED - RUN STOPPED"
                 MOVE 16 TO RETURN-CODE
                 GOBACK
              END-IF
              ADD 1 TO WS-QTD-COUNT
              MOVE QTD-EMP-NUMBER TO TABLE-QTD-EMP (WS-QTD-COUNT)
              MOVE QTD-QUARTER    TO TABLE-QTD-QUARTER (WS-QTD-COUNT)
              MOVE QTD-GROSS      TO TABLE-QTD-PAYMENTS (WS-QTD-COUNT)
              MOVE 0              TO TABLE-QTD-EXEMPT (WS-QTD-COUNT)
              IF QTD-ADDL-MED-WAGES IS NUMERIC
                 AND QTD-MED-WAGES < QTD-GROSS
                 COMPUTE TABLE-QTD-EXEMPT (WS-QTD-COUNT) =
                     QTD-GROSS - QTD-MED-WAGES
              END-IF
           END-IF.

       1700-LOAD-CREDIT-REDUCTION.
      * KEEP THE TAX YEAR'S CREDIT-REDUCTION STATES.  NO FILE, OR NO
      * ROWS FOR THE YEAR, MEANS NO STATE IS A CREDIT-REDUCTION STATE.
           OPEN INPUT CREDIT-REDUCTION-FILE.
           IF NOT CREDIT-REDUCTION-FOUND
              DISPLAY "FUT940RB: NO CREDIT-REDUCTION TABLE, STATUS = "
                  WS-CREDIT-REDUCTION-STATUS
           ELSE
              PERFORM UNTIL END-OF-CREDIT-REDUCTION
                 READ CREDIT-REDUCTION-FILE
                    AT END
                       SET END-OF-CREDIT-REDUCTION TO TRUE
                    NOT AT END
                       IF CRD-TAX-YEAR = WS-TAX-YEAR
                          AND CRD-RATE IS NUMERIC
                          AND WS-CRD-COUNT < 60
                          ADD 1 TO WS-CRD-COUNT
                          MOVE CRD-STATE
                            TO TABLE-CRD-STATE (WS-CRD-COUNT)
                          MOVE CRD-RATE
                            TO TABLE-CRD-RATE (WS-CRD-COUNT)
                          MOVE 0 TO TABLE-CRD-EMP-COUNT (WS-CRD-COUNT)
                          MOVE 0 TO TABLE-CRD-WAGES (WS-CRD-COUNT)
                          MOVE 0 TO TABLE-CRD-AMOUNT (WS-CRD-COUNT)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE CREDIT-REDUCTION-FILE
           END-IF.

       2000-READ-YTD.
           READ YTD-MASTER
                AT END
                   DISPLAY "END OF YTD MASTER"
                NOT AT END
                   ADD 1 TO WS-YTD-RECORDS-READ.

       3000-PROCESS-EMPLOYEE.
      * THE FIRST YTD RECORD SETS THE TAX YEAR WHEN NONE WAS GIVEN;
      * THE HEADINGS AND CREDIT-REDUCTION TABLE WAIT UNTIL IT IS KNOWN.
           IF WS-TAX-YEAR = SPACES
              MOVE YTD-TAX-YEAR TO WS-TAX-YEAR
           END-IF.
           IF WS-PAGE-COUNT = 0
              MOVE WS-TAX-YEAR TO PAGE-HDG-02-YEAR
              PERFORM 1700-LOAD-CREDIT-REDUCTION
              PERFORM 8000-WRITE-HEADINGS
           END-IF.
           IF YTD-TAX-YEAR NOT = WS-TAX-YEAR
              ADD 1 TO WS-OTHER-YEAR-SKIPPED
           ELSE
              PERFORM 3100-BUILD-EMPLOYEE-QUARTERS
              PERFORM 3300-FIGURE-FUTA-WAGES
              PERFORM 3500-APPLY-CREDIT-REDUCTION
              PERFORM 4000-WRITE-DETAIL-LINE
           END-IF.

       3100-BUILD-EMPLOYEE-QUARTERS.
      * SPREAD THIS EMPLOYEE'S QTD ROWS ACROSS THE FOUR QUARTERS, THEN
      * PUT ANY YTD PAYMENTS THE ROWS DO NOT COVER (QUARTERS ALREADY
      * CLOSED OFF THE QTD MASTER) INTO THE EARLIEST EMPTY QUARTER.
           MOVE 0 TO WS-EMP-QTD-PAYMENTS WS-EMP-QTD-EXEMPT.
           MOVE "N" TO WS-EMP-FILLED-SW.
           PERFORM VARYING WS-QTR-SUB FROM 1 BY 1
              UNTIL WS-QTR-SUB > 4
              MOVE "N" TO EQ-HAS-QTD-ROW (WS-QTR-SUB)
              MOVE 0   TO EQ-PAYMENTS (WS-QTR-SUB)
              MOVE 0   TO EQ-EXEMPT (WS-QTR-SUB)
              MOVE 0   TO EQ-FUTA-WAGES (WS-QTR-SUB)
           END-PERFORM.
           PERFORM VARYING WS-QTD-SUB FROM 1 BY 1
              UNTIL WS-QTD-SUB > WS-QTD-COUNT
              IF TABLE-QTD-EMP (WS-QTD-SUB) = YTD-EMP-NUMBER
                 MOVE TABLE-QTD-QUARTER (WS-QTD-SUB) TO WS-QTR-SUB
                 MOVE "Y" TO EQ-HAS-QTD-ROW (WS-QTR-SUB)
                 ADD TABLE-QTD-PAYMENTS (WS-QTD-SUB)
                   TO EQ-PAYMENTS (WS-QTR-SUB) WS-EMP-QTD-PAYMENTS
                 ADD TABLE-QTD-EXEMPT (WS-QTD-SUB)
                   TO EQ-EXEMPT (WS-QTR-SUB) WS-EMP-QTD-EXEMPT
              END-IF
           END-PERFORM.
           IF YTD-GROSS IS NUMERIC
              MOVE YTD-GROSS TO WS-EMP-YTD-PAYMENTS
           ELSE
              MOVE 0 TO WS-EMP-YTD-PAYMENTS
           END-IF.
           MOVE 0 TO WS-EMP-YTD-EXEMPT.
           IF YTD-MED-WAGES IS NUMERIC AND YTD-MED-TAX IS NUMERIC
              AND YTD-MED-WAGES < WS-EMP-YTD-PAYMENTS
              COMPUTE WS-EMP-YTD-EXEMPT =
                  WS-EMP-YTD-PAYMENTS - YTD-MED-WAGES
           END-IF.
           COMPUTE WS-EMP-RESIDUAL =
               WS-EMP-YTD-PAYMENTS - WS-EMP-QTD-PAYMENTS.
           COMPUTE WS-EMP-RESIDUAL-EXEMPT =
               WS-EMP-YTD-EXEMPT - WS-EMP-QTD-EXEMPT.
           IF WS-EMP-RESIDUAL-EXEMPT < 0
              MOVE 0 TO WS-EMP-RESIDUAL-EXEMPT
           END-IF.
           IF WS-EMP-RESIDUAL-EXEMPT > WS-EMP-RESIDUAL
              MOVE WS-EMP-RESIDUAL TO WS-EMP-RESIDUAL-EXEMPT
           END-IF.
           IF WS-EMP-RESIDUAL > 0
              PERFORM VARYING WS-FILL-QUARTER FROM 1 BY 1
                 UNTIL WS-FILL-QUARTER > 3
                    OR EQ-HAS-QTD-ROW (WS-FILL-QUARTER) = "N"
              END-PERFORM
              ADD WS-EMP-RESIDUAL TO EQ-PAYMENTS (WS-FILL-QUARTER)
              ADD WS-EMP-RESIDUAL-EXEMPT
                TO EQ-EXEMPT (WS-FILL-QUARTER)
              MOVE "Y" TO WS-EMP-FILLED-SW
              ADD 1 TO WS-FILLED-FROM-YTD
           END-IF.

       3300-FIGURE-FUTA-WAGES.
      * WALK THE QUARTERS IN ORDER: EACH QUARTER'S NON-EXEMPT
      * PAYMENTS ARE FUTA WAGES UNTIL THE EMPLOYEE REACHES THE WAGE
      * BASE, AND EVERYTHING PAST IT IS PAYMENTS OVER THE BASE.
           MOVE 0 TO WS-EMP-FUTA-WAGES WS-EMP-TOTAL-PAYMENTS
                     WS-EMP-TOTAL-EXEMPT WS-EMP-OVER-BASE.
           PERFORM VARYING WS-QTR-SUB FROM 1 BY 1
              UNTIL WS-QTR-SUB > 4
              IF EQ-EXEMPT (WS-QTR-SUB) > EQ-PAYMENTS (WS-QTR-SUB)
                 MOVE EQ-PAYMENTS (WS-QTR-SUB)
                   TO EQ-EXEMPT (WS-QTR-SUB)
              END-IF
              COMPUTE WS-EMP-NET-PAYMENTS =
                  EQ-PAYMENTS (WS-QTR-SUB) - EQ-EXEMPT (WS-QTR-SUB)
              IF WS-EMP-FUTA-WAGES NOT < WS-CTL-FUTA-WAGE-BASE
                 MOVE 0 TO WS-EMP-ROOM
              ELSE
                 COMPUTE WS-EMP-ROOM =
                     WS-CTL-FUTA-WAGE-BASE - WS-EMP-FUTA-WAGES
              END-IF
              IF WS-EMP-NET-PAYMENTS > WS-EMP-ROOM
                 MOVE WS-EMP-ROOM TO EQ-FUTA-WAGES (WS-QTR-SUB)
              ELSE
                 MOVE WS-EMP-NET-PAYMENTS
                   TO EQ-FUTA-WAGES (WS-QTR-SUB)
              END-IF
              ADD EQ-FUTA-WAGES (WS-QTR-SUB) TO WS-EMP-FUTA-WAGES
              ADD EQ-PAYMENTS (WS-QTR-SUB) TO WS-EMP-TOTAL-PAYMENTS
              ADD EQ-EXEMPT (WS-QTR-SUB) TO WS-EMP-TOTAL-EXEMPT
              ADD EQ-PAYMENTS (WS-QTR-SUB)
                TO TABLE-QTR-PAYMENTS (WS-QTR-SUB)
              ADD EQ-EXEMPT (WS-QTR-SUB)
                TO TABLE-QTR-EXEMPT (WS-QTR-SUB)
              ADD EQ-FUTA-WAGES (WS-QTR-SUB)
                TO TABLE-QTR-FUTA-WAGES (WS-QTR-SUB)
           END-PERFORM.
           COMPUTE WS-EMP-OVER-BASE =
               WS-EMP-TOTAL-PAYMENTS - WS-EMP-TOTAL-EXEMPT
               - WS-EMP-FUTA-WAGES.
           ADD WS-EMP-TOTAL-PAYMENTS TO WS-940-TOTAL-PAYMENTS.
           ADD WS-EMP-TOTAL-EXEMPT   TO WS-940-EXEMPT-PAYMENTS.
           ADD WS-EMP-OVER-BASE      TO WS-940-OVER-BASE.

       3500-APPLY-CREDIT-REDUCTION.
      * AN EMPLOYEE WORKING IN A CREDIT-REDUCTION STATE ADDS THE
      * EMPLOYEE'S FUTA WAGES TO THAT STATE'S SCHEDULE A LINE.  AN
      * EMPLOYEE MISSING FROM THE MASTER HAS NO KNOWN STATE AND IS
      * LISTED AS ??.
           PERFORM VARYING WS-EMP-SUB FROM 1 BY 1
              UNTIL WS-EMP-SUB > WS-EMP-COUNT
                 OR TABLE-EMP-NUMBER (WS-EMP-SUB) = YTD-EMP-NUMBER
           END-PERFORM.
           IF WS-EMP-SUB > WS-EMP-COUNT
              MOVE "??" TO WS-EMP-WORK-STATE
              ADD 1 TO WS-UNKNOWN-EMPLOYEES
           ELSE
              MOVE TABLE-EMP-WORK-STATE (WS-EMP-SUB)
                TO WS-EMP-WORK-STATE
           END-IF.
           PERFORM VARYING WS-CRD-SUB FROM 1 BY 1
              UNTIL WS-CRD-SUB > WS-CRD-COUNT
                 OR TABLE-CRD-STATE (WS-CRD-SUB) = WS-EMP-WORK-STATE
           END-PERFORM.
           IF WS-CRD-SUB NOT > WS-CRD-COUNT
              AND WS-EMP-FUTA-WAGES > 0
              ADD 1 TO TABLE-CRD-EMP-COUNT (WS-CRD-SUB)
              ADD WS-EMP-FUTA-WAGES TO TABLE-CRD-WAGES (WS-CRD-SUB)
           END-IF.

       4000-WRITE-DETAIL-LINE.
           MOVE YTD-EMP-NUMBER TO DTL-EMP-NUMBER.
           IF WS-EMP-SUB > WS-EMP-COUNT
              MOVE "** NOT ON MASTER **" TO DTL-EMP-NAME
           ELSE
              MOVE TABLE-EMP-NAME (WS-EMP-SUB) TO DTL-EMP-NAME
           END-IF.
           MOVE WS-EMP-WORK-STATE     TO DTL-WORK-STATE.
           MOVE WS-EMP-TOTAL-PAYMENTS TO DTL-PAYMENTS.
           MOVE WS-EMP-TOTAL-EXEMPT   TO DTL-EXEMPT.
           MOVE WS-EMP-OVER-BASE      TO DTL-OVER-BASE.
           MOVE WS-EMP-FUTA-WAGES     TO DTL-FUTA-WAGES.
           PERFORM VARYING WS-QTR-SUB FROM 1 BY 1
              UNTIL WS-QTR-SUB > 4
              MOVE EQ-FUTA-WAGES (WS-QTR-SUB)
                TO DTL-Q-WAGES (WS-QTR-SUB)
           END-PERFORM.
           IF EMP-FILLED-FROM-YTD
              MOVE "*" TO DTL-FLAG
           ELSE
              MOVE SPACE TO DTL-FLAG
           END-IF.
           if WS-LINE-COUNT > 50
              perform 8000-WRITE-HEADINGS
           END-IF.
           write FUTA-REPORT-RECORD from DETAIL-LINE
             after advancing 01 lines.
           add 1 to WS-LINE-COUNT.
           add 1 to WS-EMPLOYEES-LISTED.

       6000-FIGURE-940-LINES.
      * LINE 6 IS EXEMPT PLUS OVER-BASE, LINE 7 WHAT IS LEFT, LINE 8
      * THE FUTA RATE ON IT.  THE CREDIT REDUCTION (LINE 11) IS EACH
      * STATE'S FUTA WAGES AT ITS RATE AND GOES INTO THE FOURTH
      * QUARTER'S LIABILITY.
           IF WS-PAGE-COUNT = 0
              MOVE WS-TAX-YEAR TO PAGE-HDG-02-YEAR
              PERFORM 8000-WRITE-HEADINGS
           END-IF.
           COMPUTE WS-940-SUBTOTAL =
               WS-940-EXEMPT-PAYMENTS + WS-940-OVER-BASE.
           COMPUTE WS-940-FUTA-WAGES =
               WS-940-TOTAL-PAYMENTS - WS-940-SUBTOTAL.
           COMPUTE WS-940-TAX-BEFORE-ADJ ROUNDED =
               WS-940-FUTA-WAGES * WS-CTL-FUTA-PCT.
           PERFORM VARYING WS-CRD-SUB FROM 1 BY 1
              UNTIL WS-CRD-SUB > WS-CRD-COUNT
              COMPUTE TABLE-CRD-AMOUNT (WS-CRD-SUB) ROUNDED =
                  TABLE-CRD-WAGES (WS-CRD-SUB) *
                  TABLE-CRD-RATE (WS-CRD-SUB)
              ADD TABLE-CRD-AMOUNT (WS-CRD-SUB)
                TO WS-940-CREDIT-REDUCTION
           END-PERFORM.
           COMPUTE WS-940-TOTAL-TAX =
               WS-940-TAX-BEFORE-ADJ + WS-940-CREDIT-REDUCTION.
      * 16A-16C ARE EACH QUARTER'S FUTA WAGES AT THE RATE; 16D TAKES
      * THE REST OF LINE 12 SO THE ROUNDING OF THE FOUR QUARTERS NEVER
      * LEAVES LINE 17 A CENT AWAY FROM LINE 12.
           MOVE 0 TO WS-940-TOTAL-LIABILITY.
           PERFORM VARYING WS-QTR-SUB FROM 1 BY 1
              UNTIL WS-QTR-SUB > 3
              COMPUTE TABLE-QTR-LIABILITY (WS-QTR-SUB) ROUNDED =
                  TABLE-QTR-FUTA-WAGES (WS-QTR-SUB) * WS-CTL-FUTA-PCT
              ADD TABLE-QTR-LIABILITY (WS-QTR-SUB)
                TO WS-940-TOTAL-LIABILITY
           END-PERFORM.
           COMPUTE TABLE-QTR-LIABILITY (4) =
               WS-940-TOTAL-TAX - WS-940-TOTAL-LIABILITY.
           MOVE WS-940-TOTAL-TAX TO WS-940-TOTAL-LIABILITY.

       7000-CREATE-WORKSHEET.
           IF WS-FILLED-FROM-YTD > 0
              write FUTA-REPORT-RECORD from FILLED-NOTE-LINE
                after advancing 02 lines
           END-IF.
           SET WORKSHEET-SECTION TO TRUE.
           PERFORM 8000-WRITE-HEADINGS.
           MOVE "PART 2 - FUTA TAX BEFORE ADJUSTMENTS" TO WSH-TEXT.
           write FUTA-REPORT-RECORD from WORKSHEET-HDG
             after advancing 02 lines.
           MOVE "3"   TO WSL-LINE-NO.
           MOVE "TOTAL PAYMENTS TO ALL EMPLOYEES" TO WSL-LABEL.
           MOVE WS-940-TOTAL-PAYMENTS TO WSL-AMOUNT.
           write FUTA-REPORT-RECORD from WORKSHEET-LINE
             after advancing 02 lines.
           MOVE "4"   TO WSL-LINE-NO.
           MOVE "PAYMENTS EXEMPT FROM FUTA TAX" TO WSL-LABEL.
           MOVE WS-940-EXEMPT-PAYMENTS TO WSL-AMOUNT.
           write FUTA-REPORT-RECORD from WORKSHEET-LINE
             after advancing 01 lines.
           MOVE "5"   TO WSL-LINE-NO.
           MOVE "PAYMENTS OVER THE FUTA WAGE BASE" TO WSL-LABEL.
           MOVE WS-940-OVER-BASE TO WSL-AMOUNT.
           write FUTA-REPORT-RECORD from WORKSHEET-LINE
             after advancing 01 lines.
           MOVE "6"   TO WSL-LINE-NO.
           MOVE "SUBTOTAL (LINE 4 + LINE 5)" TO WSL-LABEL.
           MOVE WS-940-SUBTOTAL TO WSL-AMOUNT.
           write FUTA-REPORT-RECORD from WORKSHEET-LINE
             after advancing 01 lines.
           MOVE "7"   TO WSL-LINE-NO.
           MOVE "TOTAL TAXABLE FUTA WAGES (LINE 3 - LINE 6)"
             TO WSL-LABEL.
           MOVE WS-940-FUTA-WAGES TO WSL-AMOUNT.
           write FUTA-REPORT-RECORD from WORKSHEET-LINE
             after advancing 01 lines.
           MOVE "8"   TO WSL-LINE-NO.
           MOVE "FUTA TAX BEFORE ADJUSTMENTS" TO WSL-LABEL.
           MOVE WS-940-TAX-BEFORE-ADJ TO WSL-AMOUNT.
           write FUTA-REPORT-RECORD from WORKSHEET-LINE
             after advancing 01 lines.
           MOVE "PART 3 - ADJUSTMENTS" TO WSH-TEXT.
           write FUTA-REPORT-RECORD from WORKSHEET-HDG
             after advancing 02 lines.
           MOVE "11"  TO WSL-LINE-NO.
           MOVE "CREDIT REDUCTION (SCHEDULE A)" TO WSL-LABEL.
           MOVE WS-940-CREDIT-REDUCTION TO WSL-AMOUNT.
           write FUTA-REPORT-RECORD from WORKSHEET-LINE
             after advancing 02 lines.
           MOVE "PART 4 - FUTA TAX" TO WSH-TEXT.
           write FUTA-REPORT-RECORD from WORKSHEET-HDG
             after advancing 02 lines.
           MOVE "12"  TO WSL-LINE-NO.
           MOVE "TOTAL FUTA TAX AFTER ADJUSTMENTS" TO WSL-LABEL.
           MOVE WS-940-TOTAL-TAX TO WSL-AMOUNT.
           write FUTA-REPORT-RECORD from WORKSHEET-LINE
             after advancing 02 lines.
           MOVE "PART 5 - LIABILITY BY QUARTER" TO WSH-TEXT.
           write FUTA-REPORT-RECORD from WORKSHEET-HDG
             after advancing 02 lines.
           MOVE "16A" TO WSL-LINE-NO.
           MOVE "1ST QUARTER (JANUARY 1 - MARCH 31)" TO WSL-LABEL.
           MOVE TABLE-QTR-LIABILITY (1) TO WSL-AMOUNT.
           write FUTA-REPORT-RECORD from WORKSHEET-LINE
             after advancing 02 lines.
           MOVE "16B" TO WSL-LINE-NO.
           MOVE "2ND QUARTER (APRIL 1 - JUNE 30)" TO WSL-LABEL.
           MOVE TABLE-QTR-LIABILITY (2) TO WSL-AMOUNT.
           write FUTA-REPORT-RECORD from WORKSHEET-LINE
             after advancing 01 lines.
           MOVE "16C" TO WSL-LINE-NO.
           MOVE "3RD QUARTER (JULY 1 - SEPTEMBER 30)" TO WSL-LABEL.
           MOVE TABLE-QTR-LIABILITY (3) TO WSL-AMOUNT.
           write FUTA-REPORT-RECORD from WORKSHEET-LINE
             after advancing 01 lines.
           MOVE "16D" TO WSL-LINE-NO.
           MOVE "4TH QUARTER (OCTOBER 1 - DECEMBER 31)" TO WSL-LABEL.
           MOVE TABLE-QTR-LIABILITY (4) TO WSL-AMOUNT.
           write FUTA-REPORT-RECORD from WORKSHEET-LINE
             after advancing 01 lines.
           MOVE "17"  TO WSL-LINE-NO.
           MOVE "TOTAL TAX LIABILITY FOR THE YEAR" TO WSL-LABEL.
           MOVE WS-940-TOTAL-LIABILITY TO WSL-AMOUNT.
           write FUTA-REPORT-RECORD from WORKSHEET-LINE
             after advancing 01 lines.

       7500-CREATE-DEPOSIT-SCHEDULE.
      * EACH QUARTER'S LIABILITY PLUS ANY CARRIED AMOUNT IS DUE BY THE
      * LAST DAY OF THE FOLLOWING MONTH ONCE IT IS OVER THE
      * THRESHOLD; OTHERWISE IT CARRIES.  WHATEVER IS LEFT AFTER THE
      * FOURTH QUARTER CAN BE DEPOSITED OR PAID WITH THE RETURN.
           MOVE "DEPOSIT SCHEDULE ($500 THRESHOLD)" TO WSH-TEXT.
           write FUTA-REPORT-RECORD from WORKSHEET-HDG
             after advancing 02 lines.
           MOVE 0 TO WS-UNDEPOSITED.
           IF WS-TAX-YEAR IS NUMERIC
              MOVE WS-TAX-YEAR TO WS-TAX-YEAR-NUM
           END-IF.
           COMPUTE WS-NEXT-YEAR = WS-TAX-YEAR-NUM + 1.
           PERFORM VARYING WS-QTR-SUB FROM 1 BY 1
              UNTIL WS-QTR-SUB > 4
              ADD TABLE-QTR-LIABILITY (WS-QTR-SUB) TO WS-UNDEPOSITED
              MOVE WS-QTR-SUB TO DPL-QUARTER
              MOVE TABLE-QTR-LIABILITY (WS-QTR-SUB) TO DPL-LIABILITY
              MOVE WS-UNDEPOSITED TO DPL-UNDEPOSITED
              MOVE WS-DEPOSIT-DUE-MMDD (WS-QTR-SUB) (1:2)
                TO WS-DUE-MM
              MOVE WS-DEPOSIT-DUE-MMDD (WS-QTR-SUB) (3:2)
                TO WS-DUE-DD
              IF WS-QTR-SUB = 4
                 MOVE WS-NEXT-YEAR TO WS-DUE-YYYY
              ELSE
                 MOVE WS-TAX-YEAR-NUM TO WS-DUE-YYYY
              END-IF
              MOVE SPACES TO DPL-ACTION
              IF WS-UNDEPOSITED > WS-DEPOSIT-THRESHOLD
                 STRING "DEPOSIT DUE BY " DELIMITED BY SIZE
                        WS-DUE-DATE-TEXT DELIMITED BY SIZE
                   INTO DPL-ACTION
                 MOVE 0 TO WS-UNDEPOSITED
              ELSE
                 IF WS-QTR-SUB = 4
                    STRING "DEPOSIT OR PAY WITH 940 BY "
                              DELIMITED BY SIZE
                           WS-DUE-DATE-TEXT DELIMITED BY SIZE
                      INTO DPL-ACTION
                 ELSE
                    MOVE "UNDER THRESHOLD - CARRIED FORWARD"
                      TO DPL-ACTION
                 END-IF
              END-IF
              write FUTA-REPORT-RECORD from DEPOSIT-LINE
                after advancing 01 lines
           END-PERFORM.

       7800-CREATE-CREDIT-REDUCTION.
      * SCHEDULE A - ONE LINE PER CREDIT-REDUCTION STATE FOR THE YEAR.
           MOVE "SCHEDULE A - CREDIT REDUCTION STATES" TO WSH-TEXT.
           write FUTA-REPORT-RECORD from WORKSHEET-HDG
             after advancing 02 lines.
           IF WS-CRD-COUNT = 0
              MOVE "NO CREDIT-REDUCTION STATES ON FILE FOR THE YEAR"
                TO WSH-TEXT
              write FUTA-REPORT-RECORD from WORKSHEET-HDG
                after advancing 01 lines
           END-IF.
           PERFORM VARYING WS-CRD-SUB FROM 1 BY 1
              UNTIL WS-CRD-SUB > WS-CRD-COUNT
              MOVE TABLE-CRD-STATE (WS-CRD-SUB)     TO CRL-STATE
              MOVE TABLE-CRD-RATE (WS-CRD-SUB)      TO CRL-RATE
              MOVE TABLE-CRD-EMP-COUNT (WS-CRD-SUB) TO CRL-EMP-COUNT
              MOVE TABLE-CRD-WAGES (WS-CRD-SUB)     TO CRL-WAGES
              MOVE TABLE-CRD-AMOUNT (WS-CRD-SUB)    TO CRL-AMOUNT
              write FUTA-REPORT-RECORD from CREDIT-REDUCTION-LINE
                after advancing 01 lines
           END-PERFORM.
           write FUTA-REPORT-RECORD from DETAIL-LINE-LINE
             after advancing 01 lines.
           write FUTA-REPORT-RECORD from WS-REPORT-RULER
             after advancing 02 lines.

       8000-WRITE-HEADINGS.
           add 1 to WS-PAGE-COUNT.
           move WS-PAGE-COUNT TO PAGE-HDG-01-PAGE.
           WRITE FUTA-REPORT-RECORD FROM WS-REPORT-RULER
             after advancing page.
           WRITE FUTA-REPORT-RECORD
            FROM PAGE-HDG-01 after advancing 01 LINES.
           WRITE FUTA-REPORT-RECORD
            FROM PAGE-HDG-02 after advancing 01 LINES.
           MOVE 3 TO WS-LINE-COUNT.
      * THE COLUMN HEADINGS BELONG TO THE EMPLOYEE LISTING ONLY.
           IF LISTING-SECTION
              WRITE FUTA-REPORT-RECORD
               FROM PAGE-HDG-03 after advancing 02 LINES
              MOVE 5 TO WS-LINE-COUNT
           END-IF.

       9900-WRITE-AUDIT-RECORD.
      * APPEND ONE SUMMARY LINE FOR THIS RUN TO THE SHARED OPERATIONS
      * AUDIT TRAIL, MIRRORING THE PROGRAM TOTALS DISPLAYED ABOVE.
           ACCEPT WS-RUN-TIME FROM TIME.
           MOVE "FUT940RB"          TO AUD-PROGRAM-NAME.
           MOVE WS-RUN-DATE         TO AUD-RUN-DATE.
           MOVE WS-RUN-TIME         TO AUD-RUN-TIME.
           MOVE WS-YTD-RECORDS-READ TO AUD-RECORDS-READ.
           MOVE WS-EMPLOYEES-LISTED TO AUD-RECORDS-WRITTEN.
           MOVE SPACES              TO AUD-KEY-TOTALS.
           MOVE "FUTA="             TO AUD-KEY-TOTALS(1:5).
           MOVE WS-940-TOTAL-TAX    TO WS-TAX-FORMAT.
           MOVE WS-TAX-FORMAT       TO AUD-KEY-TOTALS(6:15).
           IF RETURN-CODE = 0
              MOVE "OK" TO AUD-COMPLETION-STATUS
           ELSE
              MOVE "ER" TO AUD-COMPLETION-STATUS
           END-IF.
           WRITE AUDIT-TRAIL-RECORD FROM AUDIT-TRAIL-LINE.
