       IDENTIFICATION DIVISION.
       PROGRAM-ID.    FINPAYRB.
       AUTHOR.        RYAN BROOKS
      * TERMINATION FINAL PAY.  ONCE EMPMNTRB SETS AN EMPLOYEE TO
      * STATUS T WITH A TERMINATION DATE, PAYRPTRB STOPS PAYING THEM
      * - AND THE LAST CHECK USED TO BE A HAND JOB.  THIS PROGRAM
      * BUILDS IT: THE LAST PUNCHES TIMCLKRB HELD ON THE FINAL-HOURS
      * FILE, PLUS THE VACATION BANK FROM THE LEAVE MASTER PAID OUT
      * AT THE CURRENT RATE (SICK TIME IS FORFEITED, NOT PAID), AS
      * ONE TYPE-F TRANSACTION DATED BY THE WORK STATE'S FINAL-PAY
      * RULE.  THE EMPLOYEE'S VOLUNTARY DEDUCTION-MASTER ROWS ARE
      * STOPPED; GARNISHMENT ROWS STAY SO THE ORDER IS STILL HONORED
      * OUT OF THE FINAL CHECK, AND ANY ARREARS BALANCE IS RECOVERED
      * FROM IT FIRST (PAYRPTRB FLAGS WHATEVER IS STILL OWED).  THE
      * SEPARATION LISTING SHOWS EVERY PIECE FOR HR TO SIGN.
      *
      * A SALARIED EMPLOYEE'S LAST CHECK IS THE FINAL PERIOD'S
      * SALARY PRORATED TO THE TERMINATION DATE BY SALPAYRB, PLUS
      * OVERTIME ON THE HELD HOURS FOR A NON-EXEMPT EMPLOYEE, AND
      * THE VACATION BANK AT THE SALARY'S HOURLY EQUIVALENT.  IT
      * ALL TRAVELS IN THE ADJ AMOUNT (REASON FS) WITH NO HOURS, SO
      * PAYRPTRB PAYS IT WITHOUT REFIGURING THE SALARY.
      *
      * THE FINAL CHECKS GO TO FINALPAY.DAT, KEPT IN PAY-DATE ORDER,
      * WHICH IS RUN THROUGH PAYRPTRB (PAYRPTRB-PAYROLL-IN) ON THE
      * FINAL-PAY DATE.  CHECKS NOT YET PAID STAY ON THE FILE FROM
      * RUN TO RUN; ONES PAYRPTRB'S PAID REGISTER SHOWS AS PAID DROP
      * OFF.  THE FINAL-PAY REGISTER KEEPS AN EMPLOYEE FROM BEING
      * SEPARATED TWICE FOR THE SAME TERMINATION DATE.
      *
      * SET FINPAYRB-EMP TO ONE EMPLOYEE NUMBER TO SEPARATE JUST
      * THAT EMPLOYEE; OTHERWISE EVERY TERMINATED EMPLOYEE NOT YET
      * ON THE REGISTER IS PROCESSED.

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
           SELECT LEAVE-MASTER ASSIGN DYNAMIC
                 WS-LEAVE-MASTER-PATH
             organization is line sequential
             file status is WS-LEAVE-MASTER-STATUS.
           SELECT DEDUCTION-MASTER ASSIGN DYNAMIC
                 WS-DEDUCTION-MASTER-PATH
             organization is indexed
             access is dynamic
             record key is DED-KEY
             file status is WS-DEDUCTION-MASTER-STATUS.
           SELECT ARREARS-FILE ASSIGN DYNAMIC
                 WS-ARREARS-FILE-PATH
             organization is line sequential
             file status is WS-ARREARS-FILE-STATUS.
           SELECT FINAL-HOURS-FILE ASSIGN DYNAMIC
                 WS-FINAL-HOURS-PATH
             organization is line sequential
             file status is WS-FINAL-HOURS-STATUS.
           SELECT STATE-RULE-FILE ASSIGN DYNAMIC
                 WS-STATE-RULE-PATH
             organization is line sequential
             file status is WS-STATE-RULE-STATUS.
           SELECT PAY-CALENDAR-FILE ASSIGN DYNAMIC
                 WS-PAY-CALENDAR-PATH
             organization is line sequential
             file status is WS-PAY-CALENDAR-STATUS.
           SELECT PAID-REGISTER-FILE ASSIGN DYNAMIC
                 WS-PAID-REGISTER-PATH
             organization is line sequential
             file status is WS-PAID-REGISTER-STATUS.
           SELECT FINAL-REGISTER-FILE ASSIGN DYNAMIC
                 WS-FINAL-REGISTER-PATH
             organization is line sequential
             file status is WS-FINAL-REGISTER-STATUS.
           SELECT FINAL-PAY-FILE ASSIGN DYNAMIC
                 WS-FINAL-PAY-PATH
             organization is line sequential
             file status is WS-FINAL-PAY-STATUS.
           SELECT SEPARATION-LISTING
             ASSIGN DYNAMIC WS-SEPARATION-LISTING-PATH
             organization is LINE sequential
             file status is WS-SEPARATION-LISTING-STATUS.
           SELECT PAYROLL-CONTROL-FILE ASSIGN DYNAMIC
                 WS-PAYROLL-CONTROL-PATH
             organization is line sequential
             file status is WS-PAYROLL-CONTROL-STATUS.
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
               88 EMP-IS-TERMINATED        VALUE "T".
           05  EMP-HIRE-DATE            PIC X(08).
           05  EMP-TERM-DATE            PIC X(08).
           05  EMP-WORK-STATE           PIC X(02).
           05  EMP-PAY-RATE             PIC X(04).
           05  EMP-PAY-FREQUENCY        PIC X(01).
           05  EMP-FED-ALLOWANCES       PIC X(01).
      * THE MIDDLE IS CARRIED SO THE RECORD MATCHES THE INDEXED
      * MASTER'S FIXED LENGTH; ONLY THE NAMED FIELDS ARE USED.
           05  FILLER                   PIC X(107).
           05  EMP-PAY-TYPE             PIC X(01).
               88 EMP-IS-SALARIED          VALUE "S".
           05  EMP-ANNUAL-SALARY        PIC 9(07)V99.
           05  EMP-FLSA-STATUS          PIC X(01).
               88 EMP-IS-NON-EXEMPT        VALUE "N".

       FD  LEAVE-MASTER
           RECORDING MODE IS F
           DATA RECORD IS LEAVE-MASTER-RECORD.
       01 LEAVE-MASTER-RECORD.
           05  LVA-EMP-NUMBER           PIC X(06).
           05  LVA-VAC-BALANCE          PIC 9(03)V99.
           05  LVA-SIC-BALANCE          PIC 9(03)V99.

       FD  DEDUCTION-MASTER
           RECORDING MODE IS F
           DATA RECORD IS DEDUCTION-MASTER-RECORD.
      * SAME LAYOUT PAYRPTRB TAKES THE DEDUCTIONS FROM.
       01 DEDUCTION-MASTER-RECORD.
           05  DED-KEY.
               10 DED-EMP-NUMBER        PIC X(06).
               10 DED-CODE              PIC X(03).
           05  DED-TAX-FLAG             PIC X(01).
           05  DED-CLASS                PIC X(01).
               88 DED-IS-GARNISHMENT       VALUE "G".
           05  DED-AMOUNT               PIC 9(04)V99.
           05  DED-GOAL                 PIC 9(06)V99.
           05  DED-TAKEN                PIC 9(06)V99.
           05  DED-PAYEE-ID             PIC X(05).
           05  DED-CASE-NUMBER          PIC X(12).

       FD  ARREARS-FILE
           RECORDING MODE IS F
           DATA RECORD IS ARREARS-RECORD.
       01 ARREARS-RECORD.
           05  ARR-EMP-NUMBER           PIC X(06).
           05  ARR-BALANCE              PIC 9(06)V99.

       FD  FINAL-HOURS-FILE
           RECORDING MODE IS F
           DATA RECORD IS FINAL-HOURS-RECORD.
      * PAYROLL-REC-IN IMAGES TIMCLKRB HELD FOR TERMINATED EMPLOYEES.
       01 FINAL-HOURS-RECORD             PIC X(62).

       FD  STATE-RULE-FILE
           RECORDING MODE IS F
           DATA RECORD IS STATE-RULE-RECORD.
      * FINAL-PAY DEADLINE BY WORK STATE:
      *   I - IMMEDIATELY (THE TERMINATION DATE, OR THE NEXT
      *       BUSINESS DAY WHEN IT IS NOT ONE)
      *   D - WITHIN FST-DAYS BUSINESS DAYS OF THE TERMINATION DATE
      *   N - THE NEXT REGULAR PAYDAY (ALSO THE RULE FOR ANY STATE
      *       WITHOUT A ROW)
       01 STATE-RULE-RECORD.
           05  FST-STATE-CODE           PIC X(02).
           05  FST-RULE                 PIC X(01).
           05  FST-DAYS                 PIC 9(02).

       FD  PAY-CALENDAR-FILE
           RECORDING MODE IS F
           DATA RECORD IS PAY-CALENDAR-RECORD.
       01 PAY-CALENDAR-RECORD.
           05  PC-FREQUENCY             PIC X(01).
           05  PC-PAY-DATE              PIC X(08).

       FD  PAID-REGISTER-FILE
           RECORDING MODE IS F
           DATA RECORD IS PAID-REGISTER-RECORD.
       01 PAID-REGISTER-RECORD.
           05  PAID-EMP-NUMBER          PIC X(06).
           05  PAID-PAY-DATE            PIC X(06).

       FD  FINAL-REGISTER-FILE
           RECORDING MODE IS F
           DATA RECORD IS FINAL-REGISTER-RECORD.
      * ONE ROW PER SEPARATION PROCESSED - WHO, WHICH TERMINATION,
      * THE FINAL-PAY DATE SET, AND THE RUN THAT DID IT.
       01 FINAL-REGISTER-RECORD.
           05  FRG-EMP-NUMBER           PIC X(06).
           05  FRG-TERM-DATE            PIC X(08).
           05  FRG-PAY-DATE             PIC X(08).
           05  FRG-RUN-DATE             PIC X(08).

       FD  FINAL-PAY-FILE
           RECORDING MODE IS F
           DATA RECORD IS PAYROLL-REC-IN.
      * EXACT LAYOUT OF PAYRPTRB'S PAYROLL-IN RECORD:
       01 PAYROLL-REC-IN.
           05  PAYROLL-PAY-DATE         PIC X(06).
           05  PAYROLL-EMP-NUMBER       PIC X(06).
           05  PAYROLL-EMP-HOURS        PIC 9(02)V99.
           05  PAYROLL-EMP-RATE         PIC 9(02)V99.
           05  PAYROLL-EMP-DEDUCTIONS   PIC X(01).
           05  PAYROLL-EMP-PRETAX       PIC 9(03)V99.
           05  PAYROLL-EMP-POSTTAX      PIC 9(03)V99.
           05  PAYROLL-EMP-FREQUENCY    PIC X(01).
           05  PAYROLL-TRAN-TYPE        PIC X(01).
           05  PAYROLL-ADJ-SIGN         PIC X(01).
           05  PAYROLL-ADJ-AMOUNT       PIC 9(05)V99.
           05  PAYROLL-ADJ-REASON       PIC X(02).
           05  PAYROLL-EMP-VAC-HOURS    PIC 9(02)V99.
           05  PAYROLL-EMP-SIC-HOURS    PIC 9(02)V99.
           05  PAYROLL-EMP-HOL-HOURS    PIC 9(02)V99.
           05  PAYROLL-EMP-DIF-HOURS    PIC 9(02)V99.
           05  PAYROLL-EMP-DIF-RATE     PIC 9V99.

       FD  SEPARATION-LISTING
           RECORDING MODE IS F
           DATA RECORD IS SEPARATION-LISTING-RECORD.
       01 SEPARATION-LISTING-RECORD      PIC X(133).

       FD  PAYROLL-CONTROL-FILE
           RECORDING MODE IS F
           DATA RECORD IS PAYROLL-CONTROL-RECORD.
       01 PAYROLL-CONTROL-RECORD         PIC X(156).

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
           05 WS-LEAVE-MASTER-PATH      PIC X(80)
                VALUE "C:\Users\Ryan\Desktop\LEAVEACC.DAT".
           05 WS-DEDUCTION-MASTER-PATH  PIC X(80)
                VALUE "C:\Users\Ryan\Desktop\DEDMAST.DAT".
           05 WS-ARREARS-FILE-PATH      PIC X(80)
                VALUE "C:\Users\Ryan\Desktop\ARREARS.DAT".
           05 WS-FINAL-HOURS-PATH       PIC X(80)
                VALUE "C:\Users\Ryan\Desktop\FINALHRS.DAT".
           05 WS-STATE-RULE-PATH        PIC X(80)
                VALUE "C:\Users\Ryan\Desktop\FINPAYST.DAT".
           05 WS-PAY-CALENDAR-PATH      PIC X(80)
                VALUE "C:\Users\Ryan\Desktop\PAYCAL.DAT".
           05 WS-PAID-REGISTER-PATH     PIC X(80)
                VALUE "C:\Users\Ryan\Desktop\PAIDREG.DAT".
           05 WS-FINAL-REGISTER-PATH    PIC X(80)
                VALUE "C:\Users\Ryan\Desktop\FINPAYRG.DAT".
           05 WS-FINAL-PAY-PATH         PIC X(80)
                VALUE "C:\Users\Ryan\Desktop\FINALPAY.DAT".
           05 WS-SEPARATION-LISTING-PATH PIC X(80)
                VALUE "C:\Users\Ryan\Desktop\SEPARATION.rpt".
           05 WS-PAYROLL-CONTROL-PATH   PIC X(80)
                VALUE "C:\Users\Ryan\Desktop\PAYROLLCTL.DAT".
           05 WS-AUDIT-TRAIL-PATH       PIC X(80)
                VALUE "C:\Users\Ryan\Desktop\OPS-AUDIT-TRAIL.LOG".
           05 WS-ENV-PATH-OVERRIDE      PIC X(80).

      * File status
        COPY "FILESTAT.cpy" REPLACING
            ==STATUS-FIELD==   BY ==WS-EMPLOYEE-MASTER-STATUS==
            ==STATUS-OK==      BY ==EMPLOYEE-MASTER-SUCCESSFUL==
            ==STATUS-EOF==     BY ==END-OF-EMPLOYEE-MASTER==
            ==STATUS-INVALID== BY ==INVALID-VALUE-IN-FILE==.
        01 WS-LEAVE-MASTER-STATUS       pic X(02).
           88 LEAVE-MASTER-SUCCESSFUL      VALUE "00".
           88 END-OF-LEAVE-MASTER          VALUE "10".
        01 WS-DEDUCTION-MASTER-STATUS   pic X(02).
           88 DEDUCTION-MASTER-SUCCESSFUL  VALUE "00".
           88 END-OF-DEDUCTION-MASTER      VALUE "10".
        01 WS-ARREARS-FILE-STATUS       pic X(02).
           88 ARREARS-FILE-SUCCESSFUL      VALUE "00".
           88 END-OF-ARREARS-FILE          VALUE "10".
        01 WS-FINAL-HOURS-STATUS        pic X(02).
           88 FINAL-HOURS-SUCCESSFUL       VALUE "00".
           88 END-OF-FINAL-HOURS           VALUE "10".
        01 WS-STATE-RULE-STATUS         pic X(02).
           88 STATE-RULE-FILE-OK           VALUE "00".
           88 END-OF-STATE-RULES           VALUE "10".
        01 WS-PAY-CALENDAR-STATUS       pic X(02).
           88 PAY-CALENDAR-FILE-OK         VALUE "00".
           88 END-OF-PAY-CALENDAR          VALUE "10".
        01 WS-PAID-REGISTER-STATUS      pic X(02).
           88 PAID-REGISTER-FILE-OK        VALUE "00".
           88 END-OF-PAID-REGISTER         VALUE "10".
        01 WS-FINAL-REGISTER-STATUS     pic X(02).
           88 FINAL-REGISTER-FILE-OK       VALUE "00".
           88 END-OF-FINAL-REGISTER        VALUE "10".
        01 WS-FINAL-PAY-STATUS          pic X(02).
           88 GOOD-FINAL-PAY-FILE          VALUE "00".
           88 END-OF-FINAL-PAY-FILE        VALUE "10".
        01 WS-SEPARATION-LISTING-STATUS pic X(02).
           88 GOOD-SEPARATION-WRITE        VALUE "00".
        01 WS-AUDIT-TRAIL-STATUS        pic X(02).
           88 GOOD-AUDIT-TRAIL-WRITE       VALUE "00".

      * THE SHARED PAYROLL CONTROL - THE OVERTIME THRESHOLD AND
      * MULTIPLIER PAYRPTRB WILL PAY THE FINAL HOURS WITH.
        01 WS-PAYROLL-CONTROL-STATUS    pic X(02).
           88 PAYROLL-CONTROL-FOUND        VALUE "00".
        COPY "PAYRATE.cpy".

      * THE DEDUCTION MASTER IS REWRITTEN WITHOUT THE STOPPED ROWS,
      * SO IT IS LOCKED FOR THE RUN LIKE EVERY OTHER MASTER UPDATE.
        COPY "RUNLOCK.cpy".
        COPY "DATEFUN.cpy".

      * LEAVE BANKS, ONE ROW PER EMPLOYEE.
        01 WS-LEAVE-COUNT               PIC 9(04) VALUE 0.
        01 WS-LEAVE-SUB                 PIC 9(04) VALUE 0.
        01 WS-LEAVE-TABLE.
           05 LEAVE-TABLE-ENTRY OCCURS 0 TO 5000 TIMES
                 DEPENDING ON WS-LEAVE-COUNT.
              10 TABLE-LVA-EMP-NUMBER   PIC X(06).
              10 TABLE-LVA-VAC-BALANCE  PIC 9(03)V99.
              10 TABLE-LVA-SIC-BALANCE  PIC 9(03)V99.

      * DEDUCTION MASTER ROWS.  A STOPPED ROW IS LEFT OUT WHEN THE
      * MASTER IS REWRITTEN.
        01 WS-DED-COUNT                 PIC 9(04) VALUE 0.
        01 WS-DED-SUB                   PIC 9(04) VALUE 0.
        01 WS-DED-STOPPED-COUNT         PIC 9(04) VALUE 0.
        01 WS-DED-TABLE.
           05 DED-TABLE-ENTRY OCCURS 0 TO 5000 TIMES
                 DEPENDING ON WS-DED-COUNT.
              10 TABLE-DED-ROW.
                 15 TABLE-DED-EMP-NUMBER PIC X(06).
                 15 TABLE-DED-CODE      PIC X(03).
                 15 TABLE-DED-TAX-FLAG  PIC X(01).
                 15 TABLE-DED-CLASS     PIC X(01).
                 15 TABLE-DED-AMOUNT    PIC 9(04)V99.
                 15 TABLE-DED-GOAL      PIC 9(06)V99.
                 15 TABLE-DED-TAKEN     PIC 9(06)V99.
                 15 TABLE-DED-PAYEE     PIC X(05).
                 15 TABLE-DED-CASE      PIC X(12).
              10 TABLE-DED-STOP-SW      PIC X(01).
                 88 TABLE-DED-STOPPED      VALUE "Y".

      * ARREARS BALANCES OWED BACK FROM EARLIER SHORT CHECKS.
        01 WS-ARREARS-COUNT             PIC 9(04) VALUE 0.
        01 WS-ARREARS-SUB               PIC 9(04) VALUE 0.
        01 WS-ARREARS-TABLE.
           05 ARREARS-TABLE-ENTRY OCCURS 0 TO 5000 TIMES
                 DEPENDING ON WS-ARREARS-COUNT.
              10 TABLE-ARR-EMP-NUMBER   PIC X(06).
              10 TABLE-ARR-BALANCE      PIC 9(06)V99.

      * HELD FINAL PUNCHES.  ROWS USED BY THIS RUN'S SEPARATIONS
      * ARE DROPPED WHEN THE FILE IS REWRITTEN; THE REST WAIT.
        01 WS-HELD-COUNT                PIC 9(04) VALUE 0.
        01 WS-HELD-SUB                  PIC 9(04) VALUE 0.
        01 WS-HELD-USED-COUNT           PIC 9(04) VALUE 0.
        01 WS-HELD-TABLE.
           05 HELD-TABLE-ENTRY OCCURS 0 TO 2000 TIMES
                 DEPENDING ON WS-HELD-COUNT.
              10 TABLE-HELD-EMP-NUMBER  PIC X(06).
              10 TABLE-HELD-RECORD      PIC X(62).
              10 TABLE-HELD-USED-SW     PIC X(01).
                 88 TABLE-HELD-USED        VALUE "Y".
        01 WS-HELD-REC.
           05 HLD-PAY-DATE              PIC X(06).
           05 HLD-EMP-NUMBER            PIC X(06).
           05 HLD-HOURS                 PIC 9(02)V99.
           05 HLD-RATE                  PIC 9(02)V99.
           05 FILLER                    PIC X(30).
           05 HLD-DIF-HOURS             PIC 9(02)V99.
           05 HLD-DIF-RATE              PIC 9V99.

      * FINAL-PAY RULE BY WORK STATE.
        01 WS-FST-COUNT                 PIC 9(03) VALUE 0.
        01 WS-FST-SUB                   PIC 9(03) VALUE 0.
        01 WS-STATE-RULE-TABLE.
           05 FST-TABLE-ENTRY OCCURS 0 TO 100 TIMES
                 DEPENDING ON WS-FST-COUNT.
              10 TABLE-FST-STATE        PIC X(02).
              10 TABLE-FST-RULE         PIC X(01).
              10 TABLE-FST-DAYS         PIC 9(02).

      * THE YEAR'S REGULAR PAY DATES BY FREQUENCY (DATEFUNRB).
        01 WS-PAYCAL-COUNT              PIC 9(03) VALUE 0.
        01 WS-PAYCAL-SUB                PIC 9(03) VALUE 0.
        01 WS-PAYCAL-TABLE.
           05 PAYCAL-TABLE-ENTRY OCCURS 0 TO 500 TIMES
                 DEPENDING ON WS-PAYCAL-COUNT.
              10 TABLE-PAYCAL-FREQ      PIC X(01).
              10 TABLE-PAYCAL-DATE      PIC X(08).

      * CHECKS PAYRPTRB HAS ALREADY CUT (EMPLOYEE + MMDDYY).
        01 WS-PAID-COUNT                PIC 9(05) VALUE 0.
        01 WS-PAID-SUB                  PIC 9(05) VALUE 0.
        01 WS-PAID-TABLE.
           05 PAID-TABLE-ENTRY OCCURS 0 TO 20000 TIMES
                 DEPENDING ON WS-PAID-COUNT.
              10 TABLE-PAID-KEY         PIC X(12).

      * SEPARATIONS ALREADY PROCESSED (EMPLOYEE + TERMINATION DATE).
        01 WS-FRG-COUNT                 PIC 9(04) VALUE 0.
        01 WS-FRG-SUB                   PIC 9(04) VALUE 0.
        01 WS-FRG-TABLE.
           05 FRG-TABLE-ENTRY OCCURS 0 TO 5000 TIMES
                 DEPENDING ON WS-FRG-COUNT.
              10 TABLE-FRG-KEY          PIC X(14).

      * FINAL CHECKS WAITING TO BE PAID - CARRIED OVER PLUS THIS
      * RUN'S - EACH LED BY ITS CCYYMMDD PAY DATE SO A STRAIGHT
      * ENTRY COMPARE PUTS THE FILE IN THE PAY-DATE ORDER PAYRPTRB'S
      * SEQUENCE CHECK DEMANDS.
        01 WS-FPY-COUNT                 PIC 9(03) VALUE 0.
        01 WS-FPY-SUB                   PIC 9(03) VALUE 0.
        01 WS-FPY-SUB-2                 PIC 9(03) VALUE 0.
        01 WS-FPY-CARRIED               PIC 9(03) VALUE 0.
        01 WS-FPY-SWAPS                 PIC X(01) VALUE "N".
           88 NO-FPY-SWAPS                 VALUE "N".
        01 WS-FPY-TABLE.
           05 FPY-TABLE-ENTRY OCCURS 0 TO 500 TIMES
                 DEPENDING ON WS-FPY-COUNT.
              10 TABLE-FPY-SORT-DATE    PIC X(08).
              10 TABLE-FPY-RECORD       PIC X(62).
        01 WS-FPY-HOLD                  PIC X(70) VALUE SPACES.
        01 WS-PAID-KEY                  PIC X(12) VALUE SPACES.

      * THE SEPARATION BEING WORKED.
        01 WS-SELECT-EMP                PIC X(06) VALUE SPACES.
        01 WS-FRG-KEY-WANTED            PIC X(14) VALUE SPACES.
        01 WS-TERM-CCYYMMDD             PIC 9(08) VALUE 0.
        01 WS-FINAL-PAY-DATE            PIC 9(08) VALUE 0.
        01 WS-FINAL-PAY-DATE-X REDEFINES WS-FINAL-PAY-DATE.
           05 WS-FPD-CC                 PIC X(02).
           05 WS-FPD-YY                 PIC X(02).
           05 WS-FPD-MM                 PIC X(02).
           05 WS-FPD-DD                 PIC X(02).
        01 WS-FIN-RULE                  PIC X(01) VALUE "N".
        01 WS-FIN-RULE-DAYS             PIC 9(02) VALUE 0.
        01 WS-FIN-RULE-TEXT             PIC X(24) VALUE SPACES.
        01 WS-FIN-FREQUENCY             PIC X(01) VALUE "W".
        01 WS-PAY-DATE-NOTE             PIC X(40) VALUE SPACES.
        01 WS-RATE-X                    PIC X(04) VALUE SPACES.
        01 WS-RATE REDEFINES WS-RATE-X  PIC 9(02)V99.
        01 WS-FIN-HOURS                 PIC 9(03)V99 VALUE 0.
        01 WS-FIN-DIF-HOURS             PIC 9(03)V99 VALUE 0.
        01 WS-FIN-DIF-DOLLARS           PIC 9(05)V99 VALUE 0.
        01 WS-FIN-DIF-RATE              PIC 9V99 VALUE 0.
        01 WS-FIN-VAC-HOURS             PIC 9(03)V99 VALUE 0.
        01 WS-FIN-SIC-HOURS             PIC 9(03)V99 VALUE 0.
        01 WS-FIN-PAYOUT                PIC 9(06)V99 VALUE 0.
        01 WS-FIN-ARREARS               PIC 9(06)V99 VALUE 0.
        01 WS-EFFECTIVE-OT-THRESHOLD    PIC 9(03) VALUE 40.
        01 WS-STRAIGHT-HOURS            PIC 9(03)V99 VALUE 0.
        01 WS-OT-HOURS                  PIC 9(03)V99 VALUE 0.
        01 WS-FIN-HOURS-PAY             PIC 9(06)V99 VALUE 0.
        01 WS-FIN-DIF-PAY               PIC 9(06)V99 VALUE 0.
      * SALARIED SEPARATIONS: THE PRORATED SALARY, THE OVERTIME ON
      * A NON-EXEMPT EMPLOYEE'S HELD HOURS, THE HOURLY EQUIVALENT
      * THE PAYOUT AND OVERTIME ARE FIGURED AT, AND THAT SAME RATE
      * CUT TO FIT THE PAYROLL RECORD'S RATE COLUMN.
        01 WS-FIN-SALARIED-SW           PIC X(01) VALUE "N".
           88 FIN-SALARIED                 VALUE "E" "O" "X".
           88 FIN-SALARIED-OT              VALUE "O".
           88 FIN-SALARY-UNKNOWN           VALUE "X".
        01 WS-FIN-SALARY                PIC 9(06)V99 VALUE 0.
        01 WS-FIN-OT-PAY                PIC 9(06)V99 VALUE 0.
        01 WS-PAYOUT-RATE               PIC 9(04)V99 VALUE 0.
        01 WS-FIN-CHECK-RATE            PIC 9(02)V99 VALUE 0.
        01 WS-SALARY-PERIOD-DATE        PIC 9(08) VALUE 0.
        01 WS-SALARY-PERIOD-DATE-X REDEFINES WS-SALARY-PERIOD-DATE
                                        PIC X(08).
        COPY "SALPAY.cpy".
        01 WS-FIN-GROSS                 PIC 9(06)V99 VALUE 0.
      * WHAT RIDES IN THE PAYROLL RECORD'S ADJ AMOUNT - THE PAYOUT,
      * OR FOR A SALARIED CHECK THE SALARY, OVERTIME, AND PAYOUT.
      * THAT FIELD STOPS AT 99,999.99; THE CHECK'S GROSS DOES NOT.
        01 WS-FIN-ADJ-CARRIED           PIC 9(06)V99 VALUE 0.
        01 WS-FIN-OUTCOME-SW            PIC X(01) VALUE SPACE.
           88 FIN-CHECK-WRITTEN            VALUE "W".
           88 FIN-NOTHING-OWED             VALUE "Z".
           88 FIN-PAY-BY-HAND              VALUE "H".
        01 WS-EDIT-HOURS                PIC ZZ9.99.
        01 WS-EDIT-RATE                 PIC $Z9.99.
        01 WS-EDIT-SALARY-RATE          PIC $Z,ZZ9.99.
        01 WS-EDIT-DAYS                 PIC ZZ9.
        01 WS-EDIT-AMOUNT               PIC $ZZ,ZZ9.99.

      * RUN COUNTERS
        01 WS-EMPLOYEES-READ            PIC 9(05) VALUE 0.
        01 WS-SEPARATIONS               PIC 9(04) VALUE 0.
        01 WS-CHECKS-WRITTEN            PIC 9(04) VALUE 0.
        01 WS-HAND-CHECKS               PIC 9(04) VALUE 0.
        01 WS-TOTAL-FINAL-GROSS         PIC 9(08)V99 VALUE 0.
        01 WS-TOTAL-PAYOUT              PIC 9(08)V99 VALUE 0.
        01 WS-GROSS-FORMAT              PIC $ZZZ,ZZ9.99.
        01 WS-RUN-DATE                  PIC X(08).
        01 WS-RUN-CCYYMMDD              PIC 9(08) VALUE 0.
        01 WS-RUN-TIME                  PIC 9(08) VALUE 0.
        COPY "AUDITTRL.cpy".

       01  PAGE-HDG-01.
           05 PAGE-HDG-01-CC         PIC X(01) VALUE SPACE.
           05 FILLER                 PIC X(47) VALUE SPACES.
           05 FILLER                 PIC X(33)
              VALUE "SEPARATION / FINAL PAY LISTING".
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
           05 FILLER                 PIC X(06) VALUE "STATE ".
           05 FILLER                 PIC X(12) VALUE "TERM DATE".
           05 FILLER                 PIC X(12) VALUE "FINAL PAY".
           05 FILLER                 PIC X(24) VALUE "STATE RULE".

       01  DETAIL-LINE-EMPLOYEE.
           05 EMP-LINE-CC            PIC X(01) VALUE SPACE.
           05 FILLER                 PIC X(09) VALUE SPACES.
           05 EMP-LINE-EMP-NUM       PIC X(06).
           05 FILLER                 PIC X(03) VALUE SPACES.
           05 EMP-LINE-NAME          PIC X(20).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 EMP-LINE-STATE         PIC X(02).
           05 FILLER                 PIC X(03) VALUE SPACES.
           05 EMP-LINE-TERM-DATE     PIC 9999/99/99.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 EMP-LINE-PAY-DATE      PIC 9999/99/99.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 EMP-LINE-RULE          PIC X(24).

      * ONE PIECE OF THE FINAL CHECK (OR ONE THING DONE BECAUSE OF
      * THE SEPARATION) PER LINE, SO HR CAN TICK EACH ONE OFF.
       01  DETAIL-LINE-PIECE.
           05 PCE-CC                 PIC X(01) VALUE SPACE.
           05 FILLER                 PIC X(12) VALUE SPACES.
           05 PCE-LABEL              PIC X(22).
           05 PCE-DETAIL             PIC X(50).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 PCE-AMOUNT             PIC $ZZ,ZZ9.99.

       01  SIGN-OFF-LINE.
           05 SGN-CC                 PIC X(01) VALUE SPACE.
           05 FILLER                 PIC X(12) VALUE SPACES.
           05 FILLER                 PIC X(13) VALUE "HR SIGN-OFF: ".
           05 FILLER                 PIC X(30) VALUE ALL "_".
           05 FILLER                 PIC X(04) VALUE SPACES.
           05 FILLER                 PIC X(06) VALUE "DATE: ".
           05 FILLER                 PIC X(12) VALUE ALL "_".

       01  TOTALS-LINE.
           05 TOTAL-LINE-CC          PIC X(01) VALUE SPACE.
           05 FILLER                 PIC X(09) VALUE SPACES.
           05 FILLER                 PIC X(13) VALUE "SEPARATIONS: ".
           05 TOTAL-SEPARATIONS      PIC ZZZ9.
           05 FILLER                 PIC X(04) VALUE SPACES.
           05 FILLER                 PIC X(16) VALUE "CHECKS WRITTEN: ".
           05 TOTAL-CHECKS           PIC ZZZ9.
           05 FILLER                 PIC X(04) VALUE SPACES.
           05 FILLER                 PIC X(13) VALUE "PAY BY HAND: ".
           05 TOTAL-HAND-CHECKS      PIC ZZZ9.
           05 FILLER                 PIC X(04) VALUE SPACES.
           05 FILLER                 PIC X(13) VALUE "FINAL GROSS: ".
           05 TOTAL-FINAL-GROSS      PIC $ZZZ,ZZ9.99.

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

           DISPLAY "FINPAYRB FOR RYAN BROOKS".

           PERFORM 1000-INITIALIZE.
           PERFORM 2000-WALK-EMPLOYEE-MASTER.
           PERFORM 5000-WRITE-FINAL-CHECKS.
           PERFORM 6000-REWRITE-DEDUCTION-MASTER.
           PERFORM 6100-REWRITE-FINAL-HOURS.
           PERFORM 9000-CREATE-LISTING-TOTAL-LINE.
           PERFORM 1220-RELEASE-RUN-LOCK.

           display "EMPLOYEES READ:              " WS-EMPLOYEES-READ.
           display "SEPARATIONS PROCESSED:       " WS-SEPARATIONS.
           display "FINAL CHECKS WRITTEN:        " WS-CHECKS-WRITTEN.
           display "FINAL CHECKS TO PAY BY HAND: " WS-HAND-CHECKS.
           display "DEDUCTION ROWS STOPPED:      "
               WS-DED-STOPPED-COUNT.
           MOVE WS-TOTAL-FINAL-GROSS TO WS-GROSS-FORMAT.
           display "TOTAL FINAL GROSS:   " WS-GROSS-FORMAT.

           PERFORM 9900-WRITE-AUDIT-RECORD.

           close SEPARATION-LISTING
                 FINAL-REGISTER-FILE
                 AUDIT-TRAIL-FILE.

           GOBACK.

       0500-GET-FILE-PATHS.
      * OVERRIDE THE DEFAULT FILE PATHS IF THE MATCHING ENVIRONMENT
      * VARIABLE HAS BEEN SET:
           ACCEPT WS-ENV-PATH-OVERRIDE FROM ENVIRONMENT
                  "FINPAYRB-EMPLOYEE-MASTER".
           IF WS-ENV-PATH-OVERRIDE NOT = SPACES
              MOVE WS-ENV-PATH-OVERRIDE TO WS-EMPLOYEE-MASTER-PATH
           END-IF.
           ACCEPT WS-ENV-PATH-OVERRIDE FROM ENVIRONMENT
                  "FINPAYRB-LEAVE-MASTER".
           IF WS-ENV-PATH-OVERRIDE NOT = SPACES
              MOVE WS-ENV-PATH-OVERRIDE TO WS-LEAVE-MASTER-PATH
           END-IF.
           ACCEPT WS-ENV-PATH-OVERRIDE FROM ENVIRONMENT
                  "FINPAYRB-DEDUCTION-MASTER".
           IF WS-ENV-PATH-OVERRIDE NOT = SPACES
              MOVE WS-ENV-PATH-OVERRIDE TO WS-DEDUCTION-MASTER-PATH
           END-IF.
           ACCEPT WS-ENV-PATH-OVERRIDE FROM ENVIRONMENT
                  "FINPAYRB-ARREARS-FILE".
           IF WS-ENV-PATH-OVERRIDE NOT = SPACES
              MOVE WS-ENV-PATH-OVERRIDE TO WS-ARREARS-FILE-PATH
           END-IF.
           ACCEPT WS-ENV-PATH-OVERRIDE FROM ENVIRONMENT
                  "FINPAYRB-FINAL-HOURS".
           IF WS-ENV-PATH-OVERRIDE NOT = SPACES
              MOVE WS-ENV-PATH-OVERRIDE TO WS-FINAL-HOURS-PATH
           END-IF.
           ACCEPT WS-ENV-PATH-OVERRIDE FROM ENVIRONMENT
                  "FINPAYRB-STATE-RULES".
           IF WS-ENV-PATH-OVERRIDE NOT = SPACES
              MOVE WS-ENV-PATH-OVERRIDE TO WS-STATE-RULE-PATH
           END-IF.
           ACCEPT WS-ENV-PATH-OVERRIDE FROM ENVIRONMENT
                  "FINPAYRB-PAY-CALENDAR".
           IF WS-ENV-PATH-OVERRIDE NOT = SPACES
              MOVE WS-ENV-PATH-OVERRIDE TO WS-PAY-CALENDAR-PATH
           END-IF.
           ACCEPT WS-ENV-PATH-OVERRIDE FROM ENVIRONMENT
                  "FINPAYRB-PAID-REGISTER".
           IF WS-ENV-PATH-OVERRIDE NOT = SPACES
              MOVE WS-ENV-PATH-OVERRIDE TO WS-PAID-REGISTER-PATH
           END-IF.
           ACCEPT WS-ENV-PATH-OVERRIDE FROM ENVIRONMENT
                  "FINPAYRB-FINAL-REGISTER".
           IF WS-ENV-PATH-OVERRIDE NOT = SPACES
              MOVE WS-ENV-PATH-OVERRIDE TO WS-FINAL-REGISTER-PATH
           END-IF.
           ACCEPT WS-ENV-PATH-OVERRIDE FROM ENVIRONMENT
                  "FINPAYRB-FINAL-PAY-OUT".
           IF WS-ENV-PATH-OVERRIDE NOT = SPACES
              MOVE WS-ENV-PATH-OVERRIDE TO WS-FINAL-PAY-PATH
           END-IF.
           ACCEPT WS-ENV-PATH-OVERRIDE FROM ENVIRONMENT
                  "FINPAYRB-SEPARATION-LISTING".
           IF WS-ENV-PATH-OVERRIDE NOT = SPACES
              MOVE WS-ENV-PATH-OVERRIDE TO WS-SEPARATION-LISTING-PATH
           END-IF.
           ACCEPT WS-ENV-PATH-OVERRIDE FROM ENVIRONMENT
                  "FINPAYRB-PAYROLL-CONTROL".
           IF WS-ENV-PATH-OVERRIDE NOT = SPACES
              MOVE WS-ENV-PATH-OVERRIDE TO WS-PAYROLL-CONTROL-PATH
           END-IF.
           ACCEPT WS-ENV-PATH-OVERRIDE FROM ENVIRONMENT
                  "FINPAYRB-AUDIT-TRAIL-FILE".
           IF WS-ENV-PATH-OVERRIDE NOT = SPACES
              MOVE WS-ENV-PATH-OVERRIDE TO WS-AUDIT-TRAIL-PATH
           END-IF.

       1000-INITIALIZE.
           PERFORM 0500-GET-FILE-PATHS.
           ACCEPT WS-RUN-DATE FROM DATE.
           MOVE   WS-RUN-DATE TO PAGE-HDG-02-DATE.
           MOVE "20"              TO WS-RUN-CCYYMMDD (1:2).
           MOVE WS-RUN-DATE (1:6) TO WS-RUN-CCYYMMDD (3:6).
           ACCEPT WS-SELECT-EMP FROM ENVIRONMENT "FINPAYRB-EMP".
           IF WS-SELECT-EMP NOT = SPACES
              DISPLAY "FINPAYRB: SEPARATING EMPLOYEE " WS-SELECT-EMP
                  " ONLY"
           END-IF.
           OPEN INPUT PAYROLL-CONTROL-FILE.
           IF PAYROLL-CONTROL-FOUND
              READ PAYROLL-CONTROL-FILE INTO WS-PAYROLL-CONTROL-LINE
              CLOSE PAYROLL-CONTROL-FILE
           END-IF.
           IF WS-CTL-OT-THRESHOLD-HOURS NOT NUMERIC
              MOVE 40 TO WS-CTL-OT-THRESHOLD-HOURS
           END-IF.
           IF WS-CTL-OT-MULTIPLIER NOT NUMERIC
              MOVE 1.50 TO WS-CTL-OT-MULTIPLIER
           END-IF.
           PERFORM 1200-TAKE-RUN-LOCK.
           PERFORM 1300-LOAD-LEAVE-TABLE.
           PERFORM 1350-LOAD-DEDUCTION-TABLE.
           PERFORM 1400-LOAD-ARREARS-TABLE.
           PERFORM 1450-LOAD-FINAL-HOURS.
           PERFORM 1500-LOAD-STATE-RULES.
           PERFORM 1550-LOAD-PAY-CALENDAR.
           PERFORM 1600-LOAD-PAID-REGISTER.
           PERFORM 1650-LOAD-FINAL-REGISTER.
           PERFORM 1700-LOAD-PENDING-CHECKS.
           OPEN OUTPUT SEPARATION-LISTING.
           MOVE SPACES TO DETAIL-LINE-PIECE.
           OPEN EXTEND FINAL-REGISTER-FILE.
           IF NOT FINAL-REGISTER-FILE-OK
              CLOSE FINAL-REGISTER-FILE
              OPEN OUTPUT FINAL-REGISTER-FILE
           END-IF.
           OPEN EXTEND AUDIT-TRAIL-FILE.
           IF NOT GOOD-AUDIT-TRAIL-WRITE
              CLOSE AUDIT-TRAIL-FILE
              OPEN OUTPUT AUDIT-TRAIL-FILE
           END-IF.
           PERFORM 8000-WRITE-HEADINGS.

       1200-TAKE-RUN-LOCK.
      * A PAYRPTRB RUN TAKING DEDUCTIONS WHILE THIS ONE DROPS ROWS
      * WOULD HAVE ONE REWRITE DESTROY THE OTHER.
           SET LCK-TAKE TO TRUE.
           MOVE "FINPAYRB" TO LCK-PROGRAM-NAME.
           MOVE WS-DEDUCTION-MASTER-PATH TO LCK-MASTER-PATH.
           CALL "RUNLOKRB" USING RUNLOCK-PARMS.
           IF LCK-HELD
              DISPLAY "FINPAYRB: DEDUCTION MASTER IS LOCKED BY "
                  LCK-HELD-BY " - RUN STOPPED"
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF.
           IF NOT LCK-OK
              DISPLAY "FINPAYRB: UNABLE TO LOCK THE DEDUCTION MASTER "
                  "- RUN STOPPED"
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.

       1220-RELEASE-RUN-LOCK.
           SET LCK-RELEASE TO TRUE.
           MOVE WS-DEDUCTION-MASTER-PATH TO LCK-MASTER-PATH.
           MOVE "FINPAYRB" TO LCK-PROGRAM-NAME.
           CALL "RUNLOKRB" USING RUNLOCK-PARMS.

       1300-LOAD-LEAVE-TABLE.
      * NO LEAVE MASTER JUST MEANS NO BANK TO PAY OUT.
           OPEN INPUT LEAVE-MASTER.
           IF LEAVE-MASTER-SUCCESSFUL
              PERFORM UNTIL END-OF-LEAVE-MASTER
                 READ LEAVE-MASTER
                    AT END
                       SET END-OF-LEAVE-MASTER TO TRUE
                    NOT AT END
                       IF WS-LEAVE-COUNT = 5000
                          DISPLAY "FINPAYRB: LEAVE TABLE CEILING "
                              "(5000) REACHED - RUN STOPPED"
                          MOVE 16 TO RETURN-CODE
                          PERFORM 1220-RELEASE-RUN-LOCK
                          GOBACK
                       END-IF
                       ADD 1 TO WS-LEAVE-COUNT
                       MOVE LEAVE-MASTER-RECORD TO
                            LEAVE-TABLE-ENTRY (WS-LEAVE-COUNT)
                 END-READ
              END-PERFORM
              CLOSE LEAVE-MASTER
           END-IF.

       1350-LOAD-DEDUCTION-TABLE.
           OPEN INPUT DEDUCTION-MASTER.
           IF DEDUCTION-MASTER-SUCCESSFUL
              PERFORM UNTIL END-OF-DEDUCTION-MASTER
                 READ DEDUCTION-MASTER NEXT
                    AT END
                       SET END-OF-DEDUCTION-MASTER TO TRUE
                    NOT AT END
                       IF WS-DED-COUNT = 5000
                          DISPLAY "FINPAYRB: DEDUCTION TABLE CEILING "
                              "(5000) REACHED - RUN STOPPED"
                          MOVE 16 TO RETURN-CODE
                          PERFORM 1220-RELEASE-RUN-LOCK
                          GOBACK
                       END-IF
                       ADD 1 TO WS-DED-COUNT
                       MOVE DEDUCTION-MASTER-RECORD TO
                            TABLE-DED-ROW (WS-DED-COUNT)
                       MOVE "N" TO TABLE-DED-STOP-SW (WS-DED-COUNT)
                 END-READ
              END-PERFORM
              CLOSE DEDUCTION-MASTER
           END-IF.

       1400-LOAD-ARREARS-TABLE.
           OPEN INPUT ARREARS-FILE.
           IF ARREARS-FILE-SUCCESSFUL
              PERFORM UNTIL END-OF-ARREARS-FILE
                 READ ARREARS-FILE
                    AT END
                       SET END-OF-ARREARS-FILE TO TRUE
                    NOT AT END
                       IF WS-ARREARS-COUNT < 5000
                          ADD 1 TO WS-ARREARS-COUNT
                          MOVE ARREARS-RECORD TO
                               ARREARS-TABLE-ENTRY (WS-ARREARS-COUNT)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE ARREARS-FILE
           END-IF.

       1450-LOAD-FINAL-HOURS.
      * NO FILE MEANS NO HELD PUNCHES - THE FINAL CHECKS ARE THEN
      * PAYOUT ONLY.
           OPEN INPUT FINAL-HOURS-FILE.
           IF FINAL-HOURS-SUCCESSFUL
              PERFORM UNTIL END-OF-FINAL-HOURS
                 READ FINAL-HOURS-FILE
                    AT END
                       SET END-OF-FINAL-HOURS TO TRUE
                    NOT AT END
                       IF WS-HELD-COUNT = 2000
                          DISPLAY "FINPAYRB: FINAL-HOURS TABLE "
                              "CEILING (2000) REACHED - RUN STOPPED"
                          MOVE 16 TO RETURN-CODE
                          PERFORM 1220-RELEASE-RUN-LOCK
                          GOBACK
                       END-IF
                       ADD 1 TO WS-HELD-COUNT
                       MOVE FINAL-HOURS-RECORD TO
                            TABLE-HELD-RECORD (WS-HELD-COUNT)
                       MOVE FINAL-HOURS-RECORD (7:6) TO
                            TABLE-HELD-EMP-NUMBER (WS-HELD-COUNT)
                       MOVE "N" TO TABLE-HELD-USED-SW (WS-HELD-COUNT)
                 END-READ
              END-PERFORM
              CLOSE FINAL-HOURS-FILE
           END-IF.

       1500-LOAD-STATE-RULES.
      * NO RULE FILE MEANS EVERY STATE PAYS ON THE NEXT REGULAR
      * PAYDAY, FLAGGED ON THE CONSOLE SINCE THAT IS THE LOOSEST RULE.
           OPEN INPUT STATE-RULE-FILE.
           IF STATE-RULE-FILE-OK
              PERFORM UNTIL END-OF-STATE-RULES
                       OR WS-FST-COUNT = 100
                 READ STATE-RULE-FILE
                    AT END
                       SET END-OF-STATE-RULES TO TRUE
                    NOT AT END
                       ADD 1 TO WS-FST-COUNT
                       MOVE FST-STATE-CODE TO
                            TABLE-FST-STATE (WS-FST-COUNT)
                       MOVE FST-RULE TO
                            TABLE-FST-RULE (WS-FST-COUNT)
                       IF FST-DAYS IS NUMERIC
                          MOVE FST-DAYS TO
                               TABLE-FST-DAYS (WS-FST-COUNT)
                       ELSE
                          MOVE 0 TO TABLE-FST-DAYS (WS-FST-COUNT)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE STATE-RULE-FILE
           ELSE
              DISPLAY "FINPAYRB: NO FINAL-PAY STATE RULES - EVERY "
                  "STATE PAYS ON THE NEXT REGULAR PAYDAY"
           END-IF.

       1550-LOAD-PAY-CALENDAR.
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

       1600-LOAD-PAID-REGISTER.
           OPEN INPUT PAID-REGISTER-FILE.
           IF PAID-REGISTER-FILE-OK
              PERFORM UNTIL END-OF-PAID-REGISTER
                       OR WS-PAID-COUNT = 20000
                 READ PAID-REGISTER-FILE
                    AT END
                       SET END-OF-PAID-REGISTER TO TRUE
                    NOT AT END
                       ADD 1 TO WS-PAID-COUNT
                       MOVE PAID-REGISTER-RECORD TO
                            TABLE-PAID-KEY (WS-PAID-COUNT)
                 END-READ
              END-PERFORM
              CLOSE PAID-REGISTER-FILE
           END-IF.

       1650-LOAD-FINAL-REGISTER.
           OPEN INPUT FINAL-REGISTER-FILE.
           IF FINAL-REGISTER-FILE-OK
              PERFORM UNTIL END-OF-FINAL-REGISTER
                 READ FINAL-REGISTER-FILE
                    AT END
                       SET END-OF-FINAL-REGISTER TO TRUE
                    NOT AT END
                       IF WS-FRG-COUNT = 5000
                          DISPLAY "FINPAYRB: FINAL-PAY REGISTER "
                              "CEILING (5000) REACHED - RUN STOPPED"
                          MOVE 16 TO RETURN-CODE
                          PERFORM 1220-RELEASE-RUN-LOCK
                          GOBACK
                       END-IF
                       ADD 1 TO WS-FRG-COUNT
                       MOVE FINAL-REGISTER-RECORD (1:14) TO
                            TABLE-FRG-KEY (WS-FRG-COUNT)
                 END-READ
              END-PERFORM
              CLOSE FINAL-REGISTER-FILE
           END-IF.

       1700-LOAD-PENDING-CHECKS.
      * FINAL CHECKS FROM EARLIER RUNS STAY ON THE FILE UNTIL
      * PAYRPTRB'S PAID REGISTER SHOWS THEM CUT.
           OPEN INPUT FINAL-PAY-FILE.
           IF GOOD-FINAL-PAY-FILE
              PERFORM UNTIL END-OF-FINAL-PAY-FILE
                 READ FINAL-PAY-FILE
                    AT END
                       SET END-OF-FINAL-PAY-FILE TO TRUE
                    NOT AT END
                       MOVE PAYROLL-EMP-NUMBER TO WS-PAID-KEY (1:6)
                       MOVE PAYROLL-PAY-DATE   TO WS-PAID-KEY (7:6)
                       PERFORM VARYING WS-PAID-SUB FROM 1 BY 1
                          UNTIL WS-PAID-SUB > WS-PAID-COUNT
                             OR TABLE-PAID-KEY (WS-PAID-SUB) =
                                WS-PAID-KEY
                       END-PERFORM
                       IF WS-PAID-SUB > WS-PAID-COUNT
                          PERFORM 5600-ADD-FINAL-CHECK
                          ADD 1 TO WS-FPY-CARRIED
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE FINAL-PAY-FILE
           END-IF.

       2000-WALK-EMPLOYEE-MASTER.
           OPEN INPUT EMPLOYEE-MASTER.
           IF NOT EMPLOYEE-MASTER-SUCCESSFUL
              DISPLAY "FINPAYRB: UNABLE TO OPEN EMPLOYEE MASTER, "
                  "STATUS = " WS-EMPLOYEE-MASTER-STATUS
              MOVE 16 TO RETURN-CODE
              PERFORM 1220-RELEASE-RUN-LOCK
              GOBACK
           END-IF.
           PERFORM UNTIL END-OF-EMPLOYEE-MASTER
              READ EMPLOYEE-MASTER
                 AT END
                    SET END-OF-EMPLOYEE-MASTER TO TRUE
                 NOT AT END
                    ADD 1 TO WS-EMPLOYEES-READ
                    IF EMP-IS-TERMINATED
                       AND (WS-SELECT-EMP = SPACES
                            OR WS-SELECT-EMP = EMP-NUMBER)
                       PERFORM 3000-SEPARATE-ONE-EMPLOYEE
                               THRU 3000-EXIT
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE EMPLOYEE-MASTER.

       3000-SEPARATE-ONE-EMPLOYEE.
      * ONE TERMINATED EMPLOYEE: SKIP A SEPARATION ALREADY ON THE
      * REGISTER, THEN FIGURE THE CHECK, STOP THE DEDUCTIONS, AND
      * LIST EVERY PIECE.
           MOVE EMP-NUMBER    TO WS-FRG-KEY-WANTED (1:6).
           MOVE EMP-TERM-DATE TO WS-FRG-KEY-WANTED (7:8).
           PERFORM VARYING WS-FRG-SUB FROM 1 BY 1
              UNTIL WS-FRG-SUB > WS-FRG-COUNT
                 OR TABLE-FRG-KEY (WS-FRG-SUB) = WS-FRG-KEY-WANTED
           END-PERFORM.
           IF WS-FRG-SUB NOT > WS-FRG-COUNT
              GO TO 3000-EXIT
           END-IF.
           IF EMP-TERM-DATE NOT NUMERIC
              OR EMP-TERM-DATE = "00000000"
              DISPLAY "FINPAYRB: NO TERMINATION DATE ON MASTER - "
                  EMP-NUMBER " NOT SEPARATED"
              GO TO 3000-EXIT
           END-IF.
           ADD 1 TO WS-SEPARATIONS.
           MOVE EMP-TERM-DATE TO WS-TERM-CCYYMMDD.
           MOVE EMP-PAY-RATE  TO WS-RATE-X.
           IF WS-RATE-X NOT NUMERIC
              MOVE "0000" TO WS-RATE-X
           END-IF.
           IF EMP-PAY-FREQUENCY = SPACE
              MOVE "W" TO WS-FIN-FREQUENCY
           ELSE
              MOVE EMP-PAY-FREQUENCY TO WS-FIN-FREQUENCY
           END-IF.
           PERFORM 3100-GATHER-FINAL-HOURS.
           PERFORM 3300-FIGURE-FINAL-PAY-DATE.
           PERFORM 3150-FIGURE-FINAL-SALARY THRU 3150-EXIT.
           PERFORM 3200-FIGURE-VACATION-PAYOUT.
           PERFORM 3400-FIGURE-FINAL-GROSS.

           MOVE SPACES            TO DETAIL-LINE-EMPLOYEE.
           MOVE SPACE             TO EMP-LINE-CC.
           MOVE EMP-NUMBER        TO EMP-LINE-EMP-NUM.
           MOVE EMP-NAME          TO EMP-LINE-NAME.
           MOVE EMP-WORK-STATE    TO EMP-LINE-STATE.
           MOVE WS-TERM-CCYYMMDD  TO EMP-LINE-TERM-DATE.
           MOVE WS-FINAL-PAY-DATE TO EMP-LINE-PAY-DATE.
           MOVE WS-FIN-RULE-TEXT  TO EMP-LINE-RULE.
           IF WS-LINE-COUNT > 40
              PERFORM 8000-WRITE-HEADINGS
           END-IF.
           ADD 2 TO WS-LINE-COUNT.
           write SEPARATION-LISTING-RECORD from DETAIL-LINE-EMPLOYEE
             AFTER ADVANCING 02 LINES.
           IF WS-PAY-DATE-NOTE NOT = SPACES
              MOVE "NOTE" TO PCE-LABEL
              MOVE WS-PAY-DATE-NOTE TO PCE-DETAIL
              PERFORM 7500-WRITE-PIECE-LINE
           END-IF.

           PERFORM 3500-LIST-CHECK-PIECES.
           PERFORM 3600-STOP-DEDUCTIONS.
           PERFORM 3700-LIST-ARREARS.
           PERFORM 3800-RECORD-SEPARATION.

           ADD 2 TO WS-LINE-COUNT.
           write SEPARATION-LISTING-RECORD from SIGN-OFF-LINE
             AFTER ADVANCING 02 LINES.
       3000-EXIT.
           EXIT.

       3100-GATHER-FINAL-HOURS.
      * EVERY HELD ROW FOR THE EMPLOYEE - ONE PER CLOCK RUN SINCE
      * THE LAST REGULAR CHECK - ADDS TO THE FINAL HOURS.  THE
      * DIFFERENTIAL IS CARRIED AS DOLLARS SO ROWS WITH DIFFERENT
      * PREMIUM RATES COMBINE INTO ONE WEIGHTED RATE.
           MOVE 0 TO WS-FIN-HOURS
                     WS-FIN-DIF-HOURS
                     WS-FIN-DIF-DOLLARS
                     WS-FIN-DIF-RATE.
           PERFORM VARYING WS-HELD-SUB FROM 1 BY 1
              UNTIL WS-HELD-SUB > WS-HELD-COUNT
              IF TABLE-HELD-EMP-NUMBER (WS-HELD-SUB) = EMP-NUMBER
                 MOVE TABLE-HELD-RECORD (WS-HELD-SUB) TO WS-HELD-REC
                 IF HLD-HOURS IS NUMERIC
                    ADD HLD-HOURS TO WS-FIN-HOURS
                 END-IF
                 IF HLD-DIF-HOURS IS NUMERIC
                    AND HLD-DIF-RATE IS NUMERIC
                    ADD HLD-DIF-HOURS TO WS-FIN-DIF-HOURS
                    COMPUTE WS-FIN-DIF-DOLLARS = WS-FIN-DIF-DOLLARS
                        + (HLD-DIF-HOURS * HLD-DIF-RATE)
                 END-IF
              END-IF
           END-PERFORM.
           IF WS-FIN-DIF-HOURS > 0
              COMPUTE WS-FIN-DIF-RATE ROUNDED =
                  WS-FIN-DIF-DOLLARS / WS-FIN-DIF-HOURS
           END-IF.

       3150-FIGURE-FINAL-SALARY.
      * AN HOURLY EMPLOYEE'S PAYOUT RATE IS THE MASTER RATE.  FOR A
      * SALARIED ONE, SALPAYRB PRORATES THE PERIOD THE TERMINATION
      * DATE FALLS IN - THE PERIOD ENDING ON THE FIRST CALENDAR
      * PAYDAY ON OR AFTER IT (THE FINAL-PAY DATE WHEN THE CALENDAR
      * HAS NONE) - AND GIVES THE HOURLY EQUIVALENT.  AN EXEMPT
      * EMPLOYEE'S HELD HOURS ARE NOT PAID; THE SALARY COVERS THEM.
           MOVE "N"     TO WS-FIN-SALARIED-SW.
           MOVE 0       TO WS-FIN-SALARY.
           MOVE WS-RATE TO WS-PAYOUT-RATE
                           WS-FIN-CHECK-RATE.
           IF NOT EMP-IS-SALARIED
              GO TO 3150-EXIT
           END-IF.
           IF EMP-IS-NON-EXEMPT
              SET FIN-SALARIED-OT TO TRUE
           ELSE
              MOVE "E" TO WS-FIN-SALARIED-SW
              MOVE 0 TO WS-FIN-HOURS
                        WS-FIN-DIF-HOURS
                        WS-FIN-DIF-DOLLARS
                        WS-FIN-DIF-RATE
           END-IF.
           MOVE 99999999 TO WS-SALARY-PERIOD-DATE.
           PERFORM VARYING WS-PAYCAL-SUB FROM 1 BY 1
              UNTIL WS-PAYCAL-SUB > WS-PAYCAL-COUNT
              IF TABLE-PAYCAL-FREQ (WS-PAYCAL-SUB) = WS-FIN-FREQUENCY
                 AND TABLE-PAYCAL-DATE (WS-PAYCAL-SUB) IS NUMERIC
                 AND TABLE-PAYCAL-DATE (WS-PAYCAL-SUB) NOT <
                     EMP-TERM-DATE
                 AND TABLE-PAYCAL-DATE (WS-PAYCAL-SUB) <
                     WS-SALARY-PERIOD-DATE-X
                 MOVE TABLE-PAYCAL-DATE (WS-PAYCAL-SUB)
                   TO WS-SALARY-PERIOD-DATE-X
              END-IF
           END-PERFORM.
           IF WS-SALARY-PERIOD-DATE = 99999999
              MOVE WS-FINAL-PAY-DATE TO WS-SALARY-PERIOD-DATE
           END-IF.
           IF EMP-ANNUAL-SALARY IS NUMERIC
              MOVE EMP-ANNUAL-SALARY TO SAL-ANNUAL-SALARY
           ELSE
              MOVE 0 TO SAL-ANNUAL-SALARY
           END-IF.
           MOVE WS-FIN-FREQUENCY      TO SAL-PAY-FREQUENCY.
           MOVE WS-SALARY-PERIOD-DATE TO SAL-PAY-DATE.
           MOVE EMP-HIRE-DATE         TO SAL-HIRE-DATE.
           MOVE EMP-TERM-DATE         TO SAL-TERM-DATE.
           CALL "SALPAYRB" USING SALPAY-PARMS.
           IF NOT SAL-OK OR SAL-ANNUAL-SALARY = 0
              SET FIN-SALARY-UNKNOWN TO TRUE
              MOVE 0 TO WS-PAYOUT-RATE
                        WS-FIN-CHECK-RATE
              IF WS-PAY-DATE-NOTE = SPACES
                 MOVE "NO USABLE SALARY ON MASTER - PAY BY HAND"
                   TO WS-PAY-DATE-NOTE
              END-IF
              GO TO 3150-EXIT
           END-IF.
           MOVE SAL-PERIOD-PAY  TO WS-FIN-SALARY.
           MOVE SAL-HOURLY-RATE TO WS-PAYOUT-RATE.
      * THE RATE COLUMN ONLY HOLDS 99.99, AND PAYRPTRB WILL NOT TAKE
      * A ZERO RATE - THE DOLLARS ARE ALL IN THE ADJ AMOUNT ANYWAY.
           EVALUATE TRUE
              WHEN WS-PAYOUT-RATE > 99.99
                 MOVE 99.99 TO WS-FIN-CHECK-RATE
              WHEN WS-PAYOUT-RATE < .01
                 MOVE .01 TO WS-FIN-CHECK-RATE
              WHEN OTHER
                 MOVE WS-PAYOUT-RATE TO WS-FIN-CHECK-RATE
           END-EVALUATE.
       3150-EXIT.
           EXIT.

       3200-FIGURE-VACATION-PAYOUT.
      * THE WHOLE VACATION BANK AT THE CURRENT MASTER RATE.  SICK
      * TIME IS NOT PAID OUT - IT IS ONLY LISTED AS FORFEITED.
           MOVE 0 TO WS-FIN-VAC-HOURS
                     WS-FIN-SIC-HOURS
                     WS-FIN-PAYOUT.
           PERFORM VARYING WS-LEAVE-SUB FROM 1 BY 1
              UNTIL WS-LEAVE-SUB > WS-LEAVE-COUNT
                 OR TABLE-LVA-EMP-NUMBER (WS-LEAVE-SUB) = EMP-NUMBER
           END-PERFORM.
           IF WS-LEAVE-SUB NOT > WS-LEAVE-COUNT
              IF TABLE-LVA-VAC-BALANCE (WS-LEAVE-SUB) IS NUMERIC
                 MOVE TABLE-LVA-VAC-BALANCE (WS-LEAVE-SUB)
                   TO WS-FIN-VAC-HOURS
              END-IF
              IF TABLE-LVA-SIC-BALANCE (WS-LEAVE-SUB) IS NUMERIC
                 MOVE TABLE-LVA-SIC-BALANCE (WS-LEAVE-SUB)
                   TO WS-FIN-SIC-HOURS
              END-IF
           END-IF.
           COMPUTE WS-FIN-PAYOUT ROUNDED =
               WS-FIN-VAC-HOURS * WS-PAYOUT-RATE.

       3300-FIGURE-FINAL-PAY-DATE.
      * THE WORK STATE'S RULE SETS THE DATE.  A DATE ALREADY BEHIND
      * THE RUN DATE MEANS THE DEADLINE HAS PASSED - THE CHECK IS
      * DATED TODAY AND THE LISTING SAYS SO.
           MOVE SPACES TO WS-PAY-DATE-NOTE.
           MOVE "N"    TO WS-FIN-RULE.
           MOVE 0      TO WS-FIN-RULE-DAYS.
           PERFORM VARYING WS-FST-SUB FROM 1 BY 1
              UNTIL WS-FST-SUB > WS-FST-COUNT
                 OR TABLE-FST-STATE (WS-FST-SUB) = EMP-WORK-STATE
           END-PERFORM.
           IF WS-FST-SUB NOT > WS-FST-COUNT
              MOVE TABLE-FST-RULE (WS-FST-SUB) TO WS-FIN-RULE
              MOVE TABLE-FST-DAYS (WS-FST-SUB) TO WS-FIN-RULE-DAYS
           END-IF.
           EVALUATE WS-FIN-RULE
              WHEN "I"
                 MOVE "IMMEDIATE" TO WS-FIN-RULE-TEXT
                 MOVE "B" TO DFN-FUNCTION-CODE
                 MOVE WS-TERM-CCYYMMDD TO DFN-DATE-1
                 CALL "DATESRVRB" USING DATEFUN-PARMS
                 IF DFN-OK AND DFN-ANSWER-YES
                    MOVE WS-TERM-CCYYMMDD TO WS-FINAL-PAY-DATE
                 ELSE
                    PERFORM 3310-NEXT-BUSINESS-DAY
                 END-IF
              WHEN "D"
                 MOVE SPACES TO WS-FIN-RULE-TEXT
                 STRING "WITHIN " WS-FIN-RULE-DAYS " BUSINESS DAYS"
                   DELIMITED BY SIZE INTO WS-FIN-RULE-TEXT
                 MOVE "A" TO DFN-FUNCTION-CODE
                 MOVE WS-TERM-CCYYMMDD TO DFN-DATE-1
                 MOVE WS-FIN-RULE-DAYS TO DFN-DAY-COUNT
                 CALL "DATESRVRB" USING DATEFUN-PARMS
                 IF DFN-OK
                    MOVE DFN-RESULT-DATE TO WS-FINAL-PAY-DATE
                 ELSE
                    MOVE WS-RUN-CCYYMMDD TO WS-FINAL-PAY-DATE
                    MOVE "DATE SERVICE REFUSED TERM DATE - PAY TODAY"
                      TO WS-PAY-DATE-NOTE
                 END-IF
              WHEN OTHER
                 MOVE "NEXT REGULAR PAYDAY" TO WS-FIN-RULE-TEXT
                 PERFORM 3320-NEXT-REGULAR-PAYDAY
           END-EVALUATE.
           IF WS-FINAL-PAY-DATE < WS-RUN-CCYYMMDD
              MOVE WS-RUN-CCYYMMDD TO WS-FINAL-PAY-DATE
              MOVE "STATE DEADLINE ALREADY PASSED - PAID TODAY"
                TO WS-PAY-DATE-NOTE
           END-IF.

       3310-NEXT-BUSINESS-DAY.
           MOVE "N" TO DFN-FUNCTION-CODE.
           MOVE WS-TERM-CCYYMMDD TO DFN-DATE-1.
           CALL "DATESRVRB" USING DATEFUN-PARMS.
           IF DFN-OK
              MOVE DFN-RESULT-DATE TO WS-FINAL-PAY-DATE
           ELSE
              MOVE WS-RUN-CCYYMMDD TO WS-FINAL-PAY-DATE
              MOVE "DATE SERVICE REFUSED TERM DATE - PAY TODAY"
                TO WS-PAY-DATE-NOTE
           END-IF.

       3320-NEXT-REGULAR-PAYDAY.
      * THE EARLIEST CALENDAR DATE FOR THE EMPLOYEE'S FREQUENCY
      * AFTER THE TERMINATION DATE.  NO CALENDAR (OR NO DATE LEFT
      * ON IT) FALLS BACK TO THE NEXT BUSINESS DAY, FLAGGED.
           MOVE 99999999 TO WS-FINAL-PAY-DATE.
           PERFORM VARYING WS-PAYCAL-SUB FROM 1 BY 1
              UNTIL WS-PAYCAL-SUB > WS-PAYCAL-COUNT
              IF TABLE-PAYCAL-FREQ (WS-PAYCAL-SUB) = WS-FIN-FREQUENCY
                 AND TABLE-PAYCAL-DATE (WS-PAYCAL-SUB) IS NUMERIC
                 AND TABLE-PAYCAL-DATE (WS-PAYCAL-SUB) >
                     EMP-TERM-DATE
                 AND TABLE-PAYCAL-DATE (WS-PAYCAL-SUB) <
                     WS-FINAL-PAY-DATE-X
                 MOVE TABLE-PAYCAL-DATE (WS-PAYCAL-SUB)
                   TO WS-FINAL-PAY-DATE-X
              END-IF
           END-PERFORM.
           IF WS-FINAL-PAY-DATE = 99999999
              PERFORM 3310-NEXT-BUSINESS-DAY
              IF WS-PAY-DATE-NOTE = SPACES
                 MOVE "NO PAY CALENDAR DATE - NEXT BUSINESS DAY"
                   TO WS-PAY-DATE-NOTE
              END-IF
           END-IF.

       3400-FIGURE-FINAL-GROSS.
      * STRAIGHT TIME UP TO THE FREQUENCY-SCALED THRESHOLD, THE OT
      * MULTIPLIER PAST IT, THE DIFFERENTIAL, AND THE PAYOUT - THE
      * SAME WAY PAYRPTRB WILL PAY THE CHECK.  A CHECK TOO BIG FOR
      * THE PAYROLL RECORD'S ADJ AMOUNT (OR WITH MORE HOURS THAN
      * PAYRPTRB TAKES) IS LISTED FOR A HAND CHECK INSTEAD OF BEING
      * WRITTEN.
           EVALUATE WS-FIN-FREQUENCY
              WHEN "B"
              WHEN "S"
                 COMPUTE WS-EFFECTIVE-OT-THRESHOLD =
                     WS-CTL-OT-THRESHOLD-HOURS * 2
              WHEN "M"
                 COMPUTE WS-EFFECTIVE-OT-THRESHOLD =
                     WS-CTL-OT-THRESHOLD-HOURS * 4
              WHEN OTHER
                 MOVE WS-CTL-OT-THRESHOLD-HOURS
                   TO WS-EFFECTIVE-OT-THRESHOLD
           END-EVALUATE.
           IF WS-FIN-HOURS > WS-EFFECTIVE-OT-THRESHOLD
              MOVE WS-EFFECTIVE-OT-THRESHOLD TO WS-STRAIGHT-HOURS
              COMPUTE WS-OT-HOURS =
                  WS-FIN-HOURS - WS-EFFECTIVE-OT-THRESHOLD
           ELSE
              MOVE WS-FIN-HOURS TO WS-STRAIGHT-HOURS
              MOVE 0 TO WS-OT-HOURS
           END-IF.
           COMPUTE WS-FIN-HOURS-PAY ROUNDED =
               (WS-STRAIGHT-HOURS * WS-RATE)
               + (WS-OT-HOURS * WS-RATE * WS-CTL-OT-MULTIPLIER).
           COMPUTE WS-FIN-DIF-PAY ROUNDED =
               WS-FIN-DIF-HOURS * WS-FIN-DIF-RATE.
           COMPUTE WS-FIN-GROSS =
               WS-FIN-HOURS-PAY + WS-FIN-DIF-PAY + WS-FIN-PAYOUT.
           MOVE WS-FIN-PAYOUT TO WS-FIN-ADJ-CARRIED.
      * SALARIED: THE SALARY STANDS IN FOR STRAIGHT TIME, AND ONLY A
      * NON-EXEMPT EMPLOYEE'S HOURS PAST THE THRESHOLD ADD OVERTIME.
      * THE CHECK GOES OVER WITH NO HOURS, SO ALL OF IT BUT THE
      * DIFFERENTIAL RIDES IN THE ADJ AMOUNT.
           MOVE 0 TO WS-FIN-OT-PAY.
           IF FIN-SALARIED
              MOVE 0 TO WS-STRAIGHT-HOURS
              IF NOT FIN-SALARIED-OT
                 MOVE 0 TO WS-OT-HOURS
              END-IF
              COMPUTE WS-FIN-OT-PAY ROUNDED =
                  WS-OT-HOURS * WS-PAYOUT-RATE * WS-CTL-OT-MULTIPLIER
              COMPUTE WS-FIN-HOURS-PAY = WS-FIN-SALARY + WS-FIN-OT-PAY
              COMPUTE WS-FIN-GROSS =
                  WS-FIN-HOURS-PAY + WS-FIN-DIF-PAY + WS-FIN-PAYOUT
              COMPUTE WS-FIN-ADJ-CARRIED =
                  WS-FIN-SALARY + WS-FIN-OT-PAY + WS-FIN-PAYOUT
           END-IF.
           EVALUATE TRUE
              WHEN FIN-SALARY-UNKNOWN
                 SET FIN-PAY-BY-HAND TO TRUE
              WHEN WS-FIN-GROSS = 0
                 SET FIN-NOTHING-OWED TO TRUE
              WHEN WS-FIN-HOURS > 80 AND NOT FIN-SALARIED
                OR WS-FIN-DIF-HOURS > 99.99
                OR WS-FIN-ADJ-CARRIED > 99999.99
                 SET FIN-PAY-BY-HAND TO TRUE
              WHEN OTHER
                 SET FIN-CHECK-WRITTEN TO TRUE
           END-EVALUATE.

       3500-LIST-CHECK-PIECES.
           IF FIN-SALARIED
              PERFORM 3510-LIST-SALARY-PIECES
           ELSE
              MOVE WS-FIN-HOURS TO WS-EDIT-HOURS
              MOVE WS-RATE      TO WS-EDIT-RATE
              MOVE "FINAL HOURS" TO PCE-LABEL
              STRING WS-EDIT-HOURS " HRS AT " WS-EDIT-RATE
                DELIMITED BY SIZE INTO PCE-DETAIL
              IF WS-OT-HOURS > 0
                 MOVE WS-OT-HOURS TO WS-EDIT-HOURS
                 STRING WS-EDIT-HOURS " OVERTIME)"
                   DELIMITED BY SIZE INTO PCE-DETAIL (22:20)
                 MOVE "(" TO PCE-DETAIL (21:1)
              END-IF
              MOVE WS-FIN-HOURS-PAY TO PCE-AMOUNT
              PERFORM 7500-WRITE-PIECE-LINE
           END-IF.
           IF WS-FIN-DIF-PAY > 0
              MOVE WS-FIN-DIF-HOURS TO WS-EDIT-HOURS
              MOVE WS-FIN-DIF-RATE  TO WS-EDIT-RATE
              MOVE "SHIFT DIFFERENTIAL" TO PCE-LABEL
              STRING WS-EDIT-HOURS " HRS AT " WS-EDIT-RATE
                DELIMITED BY SIZE INTO PCE-DETAIL
              MOVE WS-FIN-DIF-PAY TO PCE-AMOUNT
              PERFORM 7500-WRITE-PIECE-LINE
           END-IF.
           MOVE WS-FIN-VAC-HOURS TO WS-EDIT-HOURS.
           MOVE WS-PAYOUT-RATE   TO WS-EDIT-SALARY-RATE.
           MOVE "VACATION PAYOUT" TO PCE-LABEL.
           STRING WS-EDIT-HOURS " HRS AT " WS-EDIT-SALARY-RATE
             DELIMITED BY SIZE INTO PCE-DETAIL.
           MOVE WS-FIN-PAYOUT TO PCE-AMOUNT.
           PERFORM 7500-WRITE-PIECE-LINE.
           MOVE WS-FIN-SIC-HOURS TO WS-EDIT-HOURS.
           MOVE "SICK TIME FORFEITED" TO PCE-LABEL.
           STRING WS-EDIT-HOURS " HRS - NOT PAID OUT"
             DELIMITED BY SIZE INTO PCE-DETAIL.
           PERFORM 7500-WRITE-PIECE-LINE.
           MOVE "FINAL CHECK GROSS" TO PCE-LABEL.
           EVALUATE TRUE
              WHEN FIN-NOTHING-OWED
                 MOVE "NOTHING OWED - NO CHECK WRITTEN" TO PCE-DETAIL
              WHEN FIN-PAY-BY-HAND
                 MOVE "TOO LARGE FOR PAYROLL RECORD - PAY BY HAND"
                   TO PCE-DETAIL
                 ADD 1 TO WS-HAND-CHECKS
                 DISPLAY "FINPAYRB: FINAL CHECK FOR " EMP-NUMBER
                     " MUST BE PAID BY HAND"
              WHEN OTHER
                 PERFORM 5500-BUILD-FINAL-CHECK
                 MOVE "WRITTEN FOR PAYROLL (TRAN TYPE F)"
                   TO PCE-DETAIL
           END-EVALUATE.
           MOVE WS-FIN-GROSS TO PCE-AMOUNT.
           PERFORM 7500-WRITE-PIECE-LINE.
           ADD WS-FIN-GROSS  TO WS-TOTAL-FINAL-GROSS.
           ADD WS-FIN-PAYOUT TO WS-TOTAL-PAYOUT.

       3510-LIST-SALARY-PIECES.
      * THE PRORATED SALARY AS DAYS EMPLOYED OUT OF THE PERIOD'S
      * DAYS, THEN ANY OVERTIME ON THE HELD HOURS.
           MOVE "FINAL SALARY" TO PCE-LABEL.
           IF FIN-SALARY-UNKNOWN
              MOVE "NO USABLE SALARY ON MASTER" TO PCE-DETAIL
           ELSE
              MOVE SAL-DAYS-WORKED TO WS-EDIT-DAYS
              STRING WS-EDIT-DAYS " OF " DELIMITED BY SIZE
                INTO PCE-DETAIL
              MOVE SAL-PERIOD-DAYS TO WS-EDIT-DAYS
              STRING WS-EDIT-DAYS " DAYS IN THE PERIOD"
                DELIMITED BY SIZE INTO PCE-DETAIL (8:30)
           END-IF.
           MOVE WS-FIN-SALARY TO PCE-AMOUNT.
           PERFORM 7500-WRITE-PIECE-LINE.
           IF WS-FIN-OT-PAY > 0
              MOVE WS-OT-HOURS    TO WS-EDIT-HOURS
              MOVE WS-PAYOUT-RATE TO WS-EDIT-SALARY-RATE
              MOVE "OVERTIME" TO PCE-LABEL
              STRING WS-EDIT-HOURS " HRS OVER THRESHOLD AT "
                     WS-EDIT-SALARY-RATE
                DELIMITED BY SIZE INTO PCE-DETAIL
              MOVE WS-FIN-OT-PAY TO PCE-AMOUNT
              PERFORM 7500-WRITE-PIECE-LINE
           END-IF.

       3600-STOP-DEDUCTIONS.
      * VOLUNTARY ROWS END WITH THE JOB.  GARNISHMENT ROWS ARE
      * COURT OR AGENCY ORDERS - THEY STAY ON THE MASTER, ARE TAKEN
      * FROM THE FINAL CHECK, AND ARE LISTED WITH WHAT IS STILL
      * OWED SO HR CAN NOTIFY THE PAYEE.
           PERFORM VARYING WS-DED-SUB FROM 1 BY 1
              UNTIL WS-DED-SUB > WS-DED-COUNT
              IF TABLE-DED-EMP-NUMBER (WS-DED-SUB) = EMP-NUMBER
                 IF TABLE-DED-CLASS (WS-DED-SUB) = "G"
                    MOVE "GARNISHMENT KEPT" TO PCE-LABEL
                    STRING "CODE " TABLE-DED-CODE (WS-DED-SUB)
                           "  PAYEE " TABLE-DED-PAYEE (WS-DED-SUB)
                           "  CASE " TABLE-DED-CASE (WS-DED-SUB)
                      DELIMITED BY SIZE INTO PCE-DETAIL
                    IF TABLE-DED-GOAL (WS-DED-SUB) >
                       TABLE-DED-TAKEN (WS-DED-SUB)
                       MOVE " OWED" TO PCE-DETAIL (45:5)
                       COMPUTE PCE-AMOUNT =
                           TABLE-DED-GOAL (WS-DED-SUB) -
                           TABLE-DED-TAKEN (WS-DED-SUB)
                    ELSE
                       MOVE " /CHK" TO PCE-DETAIL (45:5)
                       MOVE TABLE-DED-AMOUNT (WS-DED-SUB)
                         TO PCE-AMOUNT
                    END-IF
                 ELSE
                    SET TABLE-DED-STOPPED (WS-DED-SUB) TO TRUE
                    ADD 1 TO WS-DED-STOPPED-COUNT
                    MOVE "DEDUCTION STOPPED" TO PCE-LABEL
                    STRING "CODE " TABLE-DED-CODE (WS-DED-SUB)
                           "  REMOVED FROM DEDUCTION MASTER"
                      DELIMITED BY SIZE INTO PCE-DETAIL
                    MOVE TABLE-DED-AMOUNT (WS-DED-SUB) TO PCE-AMOUNT
                 END-IF
                 PERFORM 7500-WRITE-PIECE-LINE
              END-IF
           END-PERFORM.

       3700-LIST-ARREARS.
      * AN ARREARS BALANCE IS RECOVERED FIRST OUT OF THE FINAL
      * CHECK.  ONE BIGGER THAN THE CHECK CAN NEVER BE SETTLED BY
      * PAYROLL AND IS FLAGGED FOR HR TO COLLECT.
           MOVE 0 TO WS-FIN-ARREARS.
           PERFORM VARYING WS-ARREARS-SUB FROM 1 BY 1
              UNTIL WS-ARREARS-SUB > WS-ARREARS-COUNT
                 OR TABLE-ARR-EMP-NUMBER (WS-ARREARS-SUB) = EMP-NUMBER
           END-PERFORM.
           IF WS-ARREARS-SUB NOT > WS-ARREARS-COUNT
              AND TABLE-ARR-BALANCE (WS-ARREARS-SUB) IS NUMERIC
              MOVE TABLE-ARR-BALANCE (WS-ARREARS-SUB)
                TO WS-FIN-ARREARS
           END-IF.
           IF WS-FIN-ARREARS > 0
              MOVE "ARREARS OWED" TO PCE-LABEL
              EVALUATE TRUE
                 WHEN NOT FIN-CHECK-WRITTEN
                    MOVE "NO PAYROLL CHECK - HR TO COLLECT"
                      TO PCE-DETAIL
                 WHEN WS-FIN-ARREARS > WS-FIN-GROSS
                    MOVE "EXCEEDS FINAL CHECK - HR TO COLLECT REST"
                      TO PCE-DETAIL
                 WHEN OTHER
                    MOVE "RECOVERED FROM FINAL CHECK" TO PCE-DETAIL
              END-EVALUATE
              MOVE WS-FIN-ARREARS TO PCE-AMOUNT
              PERFORM 7500-WRITE-PIECE-LINE
           END-IF.

       3800-RECORD-SEPARATION.
      * THE SEPARATION IS DONE - CONSUME THE HELD PUNCHES AND PUT
      * IT ON THE REGISTER SO THE NEXT RUN LEAVES IT ALONE.
           PERFORM VARYING WS-HELD-SUB FROM 1 BY 1
              UNTIL WS-HELD-SUB > WS-HELD-COUNT
              IF TABLE-HELD-EMP-NUMBER (WS-HELD-SUB) = EMP-NUMBER
                 SET TABLE-HELD-USED (WS-HELD-SUB) TO TRUE
                 ADD 1 TO WS-HELD-USED-COUNT
              END-IF
           END-PERFORM.
           MOVE EMP-NUMBER        TO FRG-EMP-NUMBER.
           MOVE EMP-TERM-DATE     TO FRG-TERM-DATE.
           MOVE WS-FINAL-PAY-DATE TO FRG-PAY-DATE.
           MOVE WS-RUN-CCYYMMDD   TO FRG-RUN-DATE.
           WRITE FINAL-REGISTER-RECORD.
           IF NOT FINAL-REGISTER-FILE-OK
              DISPLAY "BAD WRITE - FILE STATUS: "
                  WS-FINAL-REGISTER-STATUS
           END-IF.

       5000-WRITE-FINAL-CHECKS.
      * BUBBLE THE PENDING CHECKS INTO PAY-DATE ORDER, THEN WRITE
      * THE FILE FRESH.
           MOVE "Y" TO WS-FPY-SWAPS.
           PERFORM UNTIL NO-FPY-SWAPS
              MOVE "N" TO WS-FPY-SWAPS
              PERFORM VARYING WS-FPY-SUB FROM 1 BY 1
                 UNTIL WS-FPY-SUB NOT < WS-FPY-COUNT
                 COMPUTE WS-FPY-SUB-2 = WS-FPY-SUB + 1
                 IF FPY-TABLE-ENTRY (WS-FPY-SUB) >
                    FPY-TABLE-ENTRY (WS-FPY-SUB-2)
                    MOVE FPY-TABLE-ENTRY (WS-FPY-SUB)
                      TO WS-FPY-HOLD
                    MOVE FPY-TABLE-ENTRY (WS-FPY-SUB-2)
                      TO FPY-TABLE-ENTRY (WS-FPY-SUB)
                    MOVE WS-FPY-HOLD
                      TO FPY-TABLE-ENTRY (WS-FPY-SUB-2)
                    MOVE "Y" TO WS-FPY-SWAPS
                 END-IF
              END-PERFORM
           END-PERFORM.
           OPEN OUTPUT FINAL-PAY-FILE.
           IF NOT GOOD-FINAL-PAY-FILE
              DISPLAY "FINPAYRB: UNABLE TO OPEN FINAL-PAY FILE, "
                  "STATUS = " WS-FINAL-PAY-STATUS
              MOVE 16 TO RETURN-CODE
           ELSE
              PERFORM VARYING WS-FPY-SUB FROM 1 BY 1
                 UNTIL WS-FPY-SUB > WS-FPY-COUNT
                 WRITE PAYROLL-REC-IN
                   FROM TABLE-FPY-RECORD (WS-FPY-SUB)
                 IF NOT GOOD-FINAL-PAY-FILE
                    DISPLAY "BAD WRITE - FILE STATUS: "
                        WS-FINAL-PAY-STATUS
                 END-IF
              END-PERFORM
              CLOSE FINAL-PAY-FILE
           END-IF.

       5500-BUILD-FINAL-CHECK.
      * ONE TYPE-F PAYROLL RECORD: THE LAST HOURS AT THE CURRENT
      * RATE, THE PAYOUT IN THE ADJ AMOUNT WITH REASON VP, AND NO
      * KEYED DEDUCTION LUMPS - PAYRPTRB TAKES THE GARNISHMENTS AND
      * ARREARS FROM THE MASTERS.
           MOVE SPACES TO PAYROLL-REC-IN.
           MOVE WS-FPD-MM TO PAYROLL-PAY-DATE (1:2).
           MOVE WS-FPD-DD TO PAYROLL-PAY-DATE (3:2).
           MOVE WS-FPD-YY TO PAYROLL-PAY-DATE (5:2).
           MOVE EMP-NUMBER   TO PAYROLL-EMP-NUMBER.
           MOVE WS-FIN-HOURS TO PAYROLL-EMP-HOURS.
           MOVE WS-RATE      TO PAYROLL-EMP-RATE.
           IF EMP-FED-ALLOWANCES IS NUMERIC
              MOVE EMP-FED-ALLOWANCES TO PAYROLL-EMP-DEDUCTIONS
           ELSE
              MOVE "0" TO PAYROLL-EMP-DEDUCTIONS
           END-IF.
           MOVE 0 TO PAYROLL-EMP-PRETAX
                     PAYROLL-EMP-POSTTAX
                     PAYROLL-EMP-VAC-HOURS
                     PAYROLL-EMP-SIC-HOURS
                     PAYROLL-EMP-HOL-HOURS.
           MOVE WS-FIN-FREQUENCY TO PAYROLL-EMP-FREQUENCY.
           MOVE "F"              TO PAYROLL-TRAN-TYPE.
           MOVE "+"              TO PAYROLL-ADJ-SIGN.
           MOVE WS-FIN-PAYOUT    TO PAYROLL-ADJ-AMOUNT.
           MOVE "VP"             TO PAYROLL-ADJ-REASON.
           MOVE WS-FIN-DIF-HOURS TO PAYROLL-EMP-DIF-HOURS.
           MOVE WS-FIN-DIF-RATE  TO PAYROLL-EMP-DIF-RATE.
      * SALARIED: NO HOURS - THE SALARY, OVERTIME, AND PAYOUT ALL
      * RIDE IN THE ADJ AMOUNT UNDER REASON FS.
           IF FIN-SALARIED
              MOVE 0                 TO PAYROLL-EMP-HOURS
              MOVE WS-FIN-CHECK-RATE TO PAYROLL-EMP-RATE
              COMPUTE PAYROLL-ADJ-AMOUNT =
                  WS-FIN-SALARY + WS-FIN-OT-PAY + WS-FIN-PAYOUT
              MOVE "FS"              TO PAYROLL-ADJ-REASON
           END-IF.
           PERFORM 5600-ADD-FINAL-CHECK.
           ADD 1 TO WS-CHECKS-WRITTEN.

       5600-ADD-FINAL-CHECK.
      * FILE THE RECORD IN PAYROLL-REC-IN UNDER ITS CCYYMMDD DATE.
           IF WS-FPY-COUNT = 500
              DISPLAY "FINPAYRB: FINAL-PAY TABLE CEILING (500) "
                  "REACHED - RUN STOPPED"
              MOVE 16 TO RETURN-CODE
              PERFORM 1220-RELEASE-RUN-LOCK
              GOBACK
           END-IF.
           ADD 1 TO WS-FPY-COUNT.
           MOVE "20"                  TO
                TABLE-FPY-SORT-DATE (WS-FPY-COUNT) (1:2).
           MOVE PAYROLL-PAY-DATE (5:2) TO
                TABLE-FPY-SORT-DATE (WS-FPY-COUNT) (3:2).
           MOVE PAYROLL-PAY-DATE (1:4) TO
                TABLE-FPY-SORT-DATE (WS-FPY-COUNT) (5:4).
           MOVE PAYROLL-REC-IN TO TABLE-FPY-RECORD (WS-FPY-COUNT).

       6000-REWRITE-DEDUCTION-MASTER.
      * THE MASTER GOES BACK WITHOUT THE STOPPED ROWS.  NOTHING TO
      * DO WHEN NO ROW WAS STOPPED.
           IF WS-DED-STOPPED-COUNT > 0
              OPEN OUTPUT DEDUCTION-MASTER
              PERFORM VARYING WS-DED-SUB FROM 1 BY 1
                 UNTIL WS-DED-SUB > WS-DED-COUNT
                 IF NOT TABLE-DED-STOPPED (WS-DED-SUB)
                    MOVE TABLE-DED-ROW (WS-DED-SUB) TO
                         DEDUCTION-MASTER-RECORD
                    WRITE DEDUCTION-MASTER-RECORD
                 END-IF
              END-PERFORM
              CLOSE DEDUCTION-MASTER
           END-IF.

       6100-REWRITE-FINAL-HOURS.
      * HELD PUNCHES NOT USED THIS RUN (AN EMPLOYEE NOT SELECTED,
      * OR WITH NO TERMINATION DATE YET) WAIT FOR THE NEXT ONE.
           IF WS-HELD-USED-COUNT > 0
              OPEN OUTPUT FINAL-HOURS-FILE
              PERFORM VARYING WS-HELD-SUB FROM 1 BY 1
                 UNTIL WS-HELD-SUB > WS-HELD-COUNT
                 IF NOT TABLE-HELD-USED (WS-HELD-SUB)
                    WRITE FINAL-HOURS-RECORD
                      FROM TABLE-HELD-RECORD (WS-HELD-SUB)
                 END-IF
              END-PERFORM
              CLOSE FINAL-HOURS-FILE
           END-IF.

       7500-WRITE-PIECE-LINE.
           MOVE SPACE TO PCE-CC.
           add 1 to WS-LINE-COUNT.
           if WS-LINE-COUNT > 50
              PERFORM 8000-WRITE-HEADINGS.
           write SEPARATION-LISTING-RECORD from DETAIL-LINE-PIECE
             after advancing 01 lines.
           MOVE SPACES TO DETAIL-LINE-PIECE.

       8000-WRITE-HEADINGS.
           add 1 to WS-PAGE-COUNT.
           move WS-PAGE-COUNT TO PAGE-HDG-01-PAGE.
           WRITE SEPARATION-LISTING-RECORD FROM WS-REPORT-RULER
             after advancing page.
           WRITE SEPARATION-LISTING-RECORD
            FROM PAGE-HDG-01 after advancing 01 LINES.
           WRITE SEPARATION-LISTING-RECORD
            FROM PAGE-HDG-02 after advancing 01 LINES.
           WRITE SEPARATION-LISTING-RECORD
            FROM PAGE-HDG-03 AFTER ADVANCING 02 LINES.
           MOVE 4 TO WS-LINE-COUNT.

       9000-CREATE-LISTING-TOTAL-LINE.
           MOVE WS-SEPARATIONS       TO TOTAL-SEPARATIONS.
           MOVE WS-CHECKS-WRITTEN    TO TOTAL-CHECKS.
           MOVE WS-HAND-CHECKS       TO TOTAL-HAND-CHECKS.
           MOVE WS-TOTAL-FINAL-GROSS TO TOTAL-FINAL-GROSS.
           write SEPARATION-LISTING-RECORD from DETAIL-LINE-LINE
             AFTER ADVANCING 01 LINES.
           write SEPARATION-LISTING-RECORD from TOTALS-LINE
             AFTER ADVANCING 02 LINES.
           write SEPARATION-LISTING-RECORD from WS-REPORT-RULER
             after advancing 02 LINES.

       9900-WRITE-AUDIT-RECORD.
      * APPEND ONE SUMMARY LINE FOR THIS RUN TO THE SHARED OPERATIONS
      * AUDIT TRAIL, MIRRORING THE PROGRAM TOTALS DISPLAYED ABOVE.
           ACCEPT WS-RUN-TIME FROM TIME.
           MOVE "FINPAYRB"          TO AUD-PROGRAM-NAME.
           MOVE WS-RUN-DATE         TO AUD-RUN-DATE.
           MOVE WS-RUN-TIME         TO AUD-RUN-TIME.
           MOVE WS-SEPARATIONS      TO AUD-RECORDS-READ.
           MOVE WS-CHECKS-WRITTEN   TO AUD-RECORDS-WRITTEN.
           MOVE SPACES              TO AUD-KEY-TOTALS.
           MOVE "FINAL="            TO AUD-KEY-TOTALS(1:6).
           MOVE WS-GROSS-FORMAT     TO AUD-KEY-TOTALS(7:11).
           IF RETURN-CODE = 0
              MOVE "OK" TO AUD-COMPLETION-STATUS
           ELSE
              MOVE "ER" TO AUD-COMPLETION-STATUS
           END-IF.
           WRITE AUDIT-TRAIL-RECORD FROM AUDIT-TRAIL-LINE.
