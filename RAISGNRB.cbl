       IDENTIFICATION DIVISION.
       PROGRAM-ID.    RAISGNRB.
       AUTHOR.        RYAN BROOKS
      * MASS PAY-RATE INCREASE GENERATOR.  AT ANNUAL REVIEW TIME HR
      * USED TO KEY AN EMPMNTRB CHANGE BY HAND FOR EVERY EMPLOYEE,
      * AND SOMEBODY ALWAYS GOT KEYED TWICE.  THIS PROGRAM TAKES THE
      * INCREASE POLICY - A PERCENT OR A FLAT AMOUNT PER HOUR FOR
      * EACH DEPARTMENT, WITH AN ANNUAL RAISE BUDGET - PLUS AN
      * OPTIONAL LIST OF PER-EMPLOYEE OVERRIDES, FIGURES EVERY ACTIVE
      * EMPLOYEE'S NEW RATE (OR NEW ANNUAL SALARY), AND PRINTS A
      * PROPOSAL LISTING BY DEPARTMENT: OLD RATE, NEW RATE, ANNUAL
      * COST, AND EACH DEPARTMENT'S COST AGAINST ITS BUDGET.
      *
      * A NORMAL RUN ONLY PRINTS THE PROPOSAL.  ONCE IT IS SIGNED
      * OFF, THE SAME RUN WITH RAISGNRB-POST=Y (AND AN AUTHORIZED
      * OPERATOR SIGNED ON) APPENDS ONE EMPMNTRB CHANGE PER RAISE TO
      * THE MAINTENANCE TRANSACTION FILE, DATED WITH THE EFFECTIVE
      * DATE - EMPMNTRB HOLDS A FUTURE-DATED ONE ON ITS PENDING FILE
      * AND APPLIES IT ON THE DAY.  A DEPARTMENT OVER ITS BUDGET IS
      * NOT POSTED; FIX THE POLICY AND RUN AGAIN.
      *
      * EVERY RAISE POSTED GOES ON THE RAISE REGISTER (EMPLOYEE AND
      * EFFECTIVE DATE), AND AN EMPLOYEE ALREADY ON THE REGISTER FOR
      * THE SAME EFFECTIVE DATE IS NEVER GENERATED AGAIN, SO A RERUN
      * CANNOT RAISE ANYONE TWICE.  TWO OVERRIDE LINES FOR ONE
      * EMPLOYEE ARE TREATED AS A KEYING ERROR AND THAT EMPLOYEE IS
      * LEFT OUT UNTIL THE LIST IS CORRECTED.
      *
      * AN EFFECTIVE DATE ON OR BEFORE TODAY IS BACKDATED: EACH
      * HOURLY RAISE ALSO GOES ON THE RATE-CHANGE FILE SO RETROPRB
      * PAYS THE DIFFERENCE ON THE CHECKS ALREADY ISSUED.  A
      * SALARIED BACKDATED RAISE IS FLAGGED ON THE LISTING - RETROPRB
      * WORKS FROM HOURS AND RATE, SO SALARY RETRO IS FIGURED BY HAND.
      *
      * POLICY LINE:   DEPARTMENT ("ALL " = EVERY DEPARTMENT WITHOUT
      *                A LINE OF ITS OWN), METHOD (P = PERCENT,
      *                F = FLAT AMOUNT PER HOUR), AMOUNT, AND ANNUAL
      *                RAISE BUDGET (ZERO OR BLANK = NO BUDGET CHECK).
      *                THE "ALL " BUDGET APPLIES TO EACH DEPARTMENT
      *                THAT FALLS BACK TO IT, NOT TO THE COMPANY.
      * OVERRIDE LINE: EMPLOYEE, METHOD (P, F, OR N = NO RAISE), AND
      *                AMOUNT.
      * A SALARIED EMPLOYEE'S PERCENT APPLIES TO THE ANNUAL SALARY; A
      * FLAT AMOUNT IS ANNUALIZED AT 2080 HOURS, THE SAME HOURLY
      * EQUIVALENT SALPAYRB USES.  TERMINATED EMPLOYEES ARE SKIPPED.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RAISE-POLICY-FILE ASSIGN DYNAMIC
                 WS-RAISE-POLICY-PATH
             organization is line sequential
             file status is WS-RAISE-POLICY-STATUS.
           SELECT RAISE-OVERRIDE-FILE ASSIGN DYNAMIC
                 WS-RAISE-OVERRIDE-PATH
             organization is line sequential
             file status is WS-RAISE-OVERRIDE-STATUS.
           SELECT RAISE-REGISTER-FILE ASSIGN DYNAMIC
                 WS-RAISE-REGISTER-PATH
             organization is line sequential
             file status is WS-RAISE-REGISTER-STATUS.
           SELECT EMPLOYEE-MASTER ASSIGN DYNAMIC
                 WS-EMPLOYEE-MASTER-PATH
             organization is indexed
             access is sequential
             record key is EMP-NUMBER
             file status is WS-EMPLOYEE-MASTER-STATUS.
           SELECT MAINT-TRANS-OUT ASSIGN DYNAMIC
                 WS-MAINT-TRANS-OUT-PATH
             organization is line sequential
             file status is WS-MAINT-TRANS-OUT-STATUS.
           SELECT RATE-CHANGE-OUT ASSIGN DYNAMIC
                 WS-RATE-CHANGE-PATH
             organization is line sequential
             file status is WS-RATE-CHANGE-STATUS.
           SELECT PROPOSAL-LISTING
             ASSIGN DYNAMIC WS-PROPOSAL-LISTING-PATH
             organization is LINE sequential
             file status is WS-PROPOSAL-LISTING-STATUS.
           SELECT AUDIT-TRAIL-FILE ASSIGN DYNAMIC
                 WS-AUDIT-TRAIL-PATH
             organization is line sequential
             file status is WS-AUDIT-TRAIL-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  RAISE-POLICY-FILE
           RECORDING MODE IS F
           DATA RECORD IS RAISE-POLICY-RECORD.
       01 RAISE-POLICY-RECORD.
           05  POL-DEPT                 PIC X(04).
           05  POL-METHOD               PIC X(01).
           05  POL-AMOUNT-X             PIC X(05).
           05  POL-AMOUNT REDEFINES
               POL-AMOUNT-X             PIC 9(03)V99.
           05  POL-BUDGET-X             PIC X(09).
           05  POL-BUDGET REDEFINES
               POL-BUDGET-X             PIC 9(07)V99.

       FD  RAISE-OVERRIDE-FILE
           RECORDING MODE IS F
           DATA RECORD IS RAISE-OVERRIDE-RECORD.
       01 RAISE-OVERRIDE-RECORD.
           05  OVR-EMP-NUMBER           PIC X(06).
           05  OVR-METHOD               PIC X(01).
           05  OVR-AMOUNT-X             PIC X(05).
           05  OVR-AMOUNT REDEFINES
               OVR-AMOUNT-X             PIC 9(03)V99.

      * ONE LINE PER RAISE EVER POSTED - WHO, THE EFFECTIVE DATE,
      * THE OLD AND NEW RATE (OR ANNUAL SALARY), THE OPERATOR WHO
      * POSTED IT, AND WHEN.
       FD  RAISE-REGISTER-FILE
           RECORDING MODE IS F
           DATA RECORD IS RAISE-REGISTER-RECORD.
       01 RAISE-REGISTER-RECORD.
           05  REG-EMP-NUMBER           PIC X(06).
           05  REG-EFF-DATE             PIC X(08).
           05  REG-OLD-AMOUNT           PIC 9(07)V99.
           05  REG-NEW-AMOUNT           PIC 9(07)V99.
           05  REG-POSTED-BY            PIC X(08).
           05  REG-POSTED-DATE          PIC X(08).

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
           05  EMP-PAY-RATE-N REDEFINES
               EMP-PAY-RATE             PIC 9(02)V99.
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
           05  EMP-W4-FILING-STATUS     PIC X(01).
           05  EMP-W4-MULTI-JOBS        PIC X(01).
           05  EMP-W4-DEP-CREDIT        PIC 9(05)V99.
           05  EMP-W4-OTHER-INCOME      PIC 9(07)V99.
           05  EMP-W4-DEDUCTIONS        PIC 9(07)V99.
           05  EMP-W4-EXTRA-WH          PIC 9(05)V99.
           05  EMP-PAY-TYPE             PIC X(01).
               88 EMP-IS-SALARIED          VALUE "S".
           05  EMP-ANNUAL-SALARY        PIC 9(07)V99.
           05  EMP-FLSA-STATUS          PIC X(01).

      * SAME LAYOUT EMPMNTRB READS AS MAINT-TRANS-IN.  A CHANGE IS A
      * FULL IMAGE, SO EVERYTHING IS CARRIED OVER FROM THE MASTER
      * EXCEPT THE NEW RATE OR SALARY.  THE W-4 BLOCK GOES OUT BLANK
      * (KEEP WHAT IS ON FILE), AND SO DOES THE SALARY BLOCK FOR AN
      * HOURLY EMPLOYEE.
       FD  MAINT-TRANS-OUT
           RECORDING MODE IS F
           DATA RECORD IS MAINT-TRANS-RECORD.
       01 MAINT-TRANS-RECORD.
           05  TRN-ACTION               PIC X(01).
           05  TRN-EMP-NUMBER           PIC X(06).
           05  TRN-EMP-NAME             PIC X(20).
           05  TRN-EMP-DEPT             PIC X(04).
           05  TRN-EMP-BANK-ROUTING     PIC X(09).
           05  TRN-EMP-BANK-ACCOUNT     PIC X(12).
           05  TRN-EMP-STATUS           PIC X(01).
           05  TRN-EMP-HIRE-DATE        PIC X(08).
           05  TRN-EMP-TERM-DATE        PIC X(08).
           05  TRN-EMP-WORK-STATE       PIC X(02).
           05  TRN-EMP-PAY-RATE         PIC X(04).
           05  TRN-EMP-PAY-RATE-N REDEFINES
               TRN-EMP-PAY-RATE         PIC 9(02)V99.
           05  TRN-EMP-PAY-FREQUENCY    PIC X(01).
           05  TRN-EMP-FED-ALLOWANCES   PIC X(01).
           05  TRN-EMP-SSN              PIC X(09).
           05  TRN-EMP-ADDRESS          PIC X(25).
           05  TRN-EMP-CITY             PIC X(15).
           05  TRN-EMP-STATE            PIC X(02).
           05  TRN-EMP-ZIP              PIC X(05).
           05  TRN-EMP-LOCALITY         PIC X(04).
           05  TRN-EMP-COMP-CLASS       PIC X(04).
           05  TRN-EFFECTIVE-DATE       PIC X(08).
           05  TRN-EMP-W4-DATA          PIC X(34).
           05  TRN-EMP-SALARY-DATA.
               10  TRN-EMP-PAY-TYPE         PIC X(01).
               10  TRN-EMP-ANNUAL-SALARY    PIC 9(07)V99.
               10  TRN-EMP-FLSA-STATUS      PIC X(01).

      * SAME LAYOUT RETROPRB READS AS RATE-CHANGE-IN.
       FD  RATE-CHANGE-OUT
           RECORDING MODE IS F
           DATA RECORD IS RATE-CHANGE-RECORD.
       01 RATE-CHANGE-RECORD.
           05  RCH-EMP-NUMBER           PIC X(06).
           05  RCH-OLD-RATE             PIC 9(02)V99.
           05  RCH-NEW-RATE             PIC 9(02)V99.
           05  RCH-EFF-DATE             PIC X(08).

       FD  PROPOSAL-LISTING
           RECORDING MODE IS F
           DATA RECORD IS PROPOSAL-LISTING-RECORD.
       01 PROPOSAL-LISTING-RECORD        PIC X(133).

       FD  AUDIT-TRAIL-FILE
           RECORDING MODE IS F
           DATA RECORD IS AUDIT-TRAIL-RECORD.
       01 AUDIT-TRAIL-RECORD             PIC X(89).

       WORKING-STORAGE SECTION.
      * FILE PATHS - DEFAULT TO THE PATHS BELOW, BUT CAN BE OVERRIDDEN
      * AT RUN TIME BY SETTING THE MATCHING ENVIRONMENT VARIABLE
      * BEFORE STARTING THE PROGRAM (SEE 0500-GET-FILE-PATHS):
        01 WS-FILE-PATHS.
           05 WS-RAISE-POLICY-PATH      PIC X(80)
                VALUE "C:\Users\Ryan\Desktop\RAISEPOL.DAT".
           05 WS-RAISE-OVERRIDE-PATH    PIC X(80)
                VALUE "C:\Users\Ryan\Desktop\RAISEOVR.DAT".
           05 WS-RAISE-REGISTER-PATH    PIC X(80)
                VALUE "C:\Users\Ryan\Desktop\RAISEREG.DAT".
           05 WS-EMPLOYEE-MASTER-PATH   PIC X(80)
                VALUE "C:\Users\Ryan\Desktop\EMPLOYEE-MASTER.DAT".
           05 WS-MAINT-TRANS-OUT-PATH   PIC X(80)
                VALUE "C:\Users\Ryan\Desktop\EMPMAINT.txt".
           05 WS-RATE-CHANGE-PATH       PIC X(80)
                VALUE "C:\Users\Ryan\Desktop\RATECHG.txt".
           05 WS-PROPOSAL-LISTING-PATH  PIC X(80)
                VALUE "C:\Users\Ryan\Desktop\RAISE-PROPOSAL.rpt".
           05 WS-AUDIT-TRAIL-PATH       PIC X(80)
                VALUE "C:\Users\Ryan\Desktop\OPS-AUDIT-TRAIL.LOG".
           05 WS-ENV-PATH-OVERRIDE      PIC X(80).

      * File status
        COPY "FILESTAT.cpy" REPLACING
            ==STATUS-FIELD==   BY ==WS-EMPLOYEE-MASTER-STATUS==
            ==STATUS-OK==      BY ==EMPLOYEE-MASTER-SUCCESSFUL==
            ==STATUS-EOF==     BY ==END-OF-EMPLOYEE-MASTER==
            ==STATUS-INVALID== BY ==INVALID-VALUE-IN-FILE==.
        01 WS-RAISE-POLICY-STATUS       pic X(02).
           88 RAISE-POLICY-SUCCESSFUL      VALUE "00".
           88 END-OF-RAISE-POLICY          VALUE "10".
        01 WS-RAISE-OVERRIDE-STATUS     pic X(02).
           88 RAISE-OVERRIDE-SUCCESSFUL    VALUE "00".
           88 END-OF-RAISE-OVERRIDE        VALUE "10".
        01 WS-RAISE-REGISTER-STATUS     pic X(02).
           88 RAISE-REGISTER-SUCCESSFUL    VALUE "00".
           88 END-OF-RAISE-REGISTER        VALUE "10".
           88 GOOD-RAISE-REGISTER-WRITE    VALUE "00".
        01 WS-MAINT-TRANS-OUT-STATUS    pic X(02).
           88 GOOD-MAINT-TRANS-OUT-WRITE   VALUE "00".
        01 WS-RATE-CHANGE-STATUS        pic X(02).
           88 GOOD-RATE-CHANGE-WRITE       VALUE "00".
        01 WS-PROPOSAL-LISTING-STATUS   pic X(02).
           88 GOOD-PROPOSAL-LISTING-WRITE  VALUE "00".
        01 WS-AUDIT-TRAIL-STATUS        pic X(02).
           88 GOOD-AUDIT-TRAIL-WRITE       VALUE "00".

      * RUN PARAMETERS - THE EFFECTIVE DATE (CCYYMMDD) IS REQUIRED;
      * RAISGNRB-POST=Y TURNS THE PROPOSAL INTO TRANSACTIONS.
        01 WS-EFFECTIVE-DATE            PIC X(08) VALUE SPACES.
        01 WS-EFFECTIVE-DATE-N REDEFINES
           WS-EFFECTIVE-DATE.
           05 WS-EFF-CCYY               PIC 9(04).
           05 WS-EFF-MM                 PIC 9(02).
           05 WS-EFF-DD                 PIC 9(02).
        01 WS-POST-ENV                  PIC X(10) VALUE SPACES.
        01 WS-POST-RUN-SW               PIC X(01) VALUE "N".
           88 POSTING-RUN                  VALUE "Y".
        01 WS-BACKDATED-SW              PIC X(01) VALUE "N".
           88 RAISE-IS-BACKDATED           VALUE "Y".

      * POLICY TABLE - ONE ROW PER DEPARTMENT; THE "ALL " ROW IS
      * KEPT APART AS THE DEFAULT.
        01 WS-POL-COUNT                 PIC 9(03) VALUE 0.
        01 WS-POL-SUB                   PIC 9(03) VALUE 0.
        01 WS-POLICY-TABLE.
           05 POL-TABLE-ENTRY OCCURS 0 TO 500 TIMES
                 DEPENDING ON WS-POL-COUNT.
              10 TABLE-POL-DEPT         PIC X(04).
              10 TABLE-POL-METHOD       PIC X(01).
              10 TABLE-POL-AMOUNT       PIC 9(03)V99.
              10 TABLE-POL-BUDGET       PIC 9(07)V99.
        01 WS-DEFAULT-POLICY.
           05 WS-DEFAULT-POL-SW         PIC X(01) VALUE "N".
              88 HAVE-DEFAULT-POLICY       VALUE "Y".
           05 WS-DEFAULT-POL-METHOD     PIC X(01) VALUE SPACE.
           05 WS-DEFAULT-POL-AMOUNT     PIC 9(03)V99 VALUE 0.
           05 WS-DEFAULT-POL-BUDGET     PIC 9(07)V99 VALUE 0.
        01 WS-POLICY-ERRORS             PIC 9(03) VALUE 0.

      * OVERRIDE TABLE - A SECOND LINE FOR THE SAME EMPLOYEE MARKS
      * THE FIRST ONE DUPLICATED.
        01 WS-OVR-COUNT                 PIC 9(04) VALUE 0.
        01 WS-OVR-SUB                   PIC 9(04) VALUE 0.
        01 WS-OVERRIDE-TABLE.
           05 OVR-TABLE-ENTRY OCCURS 0 TO 2000 TIMES
                 DEPENDING ON WS-OVR-COUNT.
              10 TABLE-OVR-EMP          PIC X(06).
              10 TABLE-OVR-METHOD       PIC X(01).
              10 TABLE-OVR-AMOUNT       PIC 9(03)V99.
              10 TABLE-OVR-DUP-SW       PIC X(01).
                 88 OVERRIDE-DUPLICATED    VALUE "Y".
        01 WS-OVERRIDES-REJECTED        PIC 9(04) VALUE 0.

      * RAISE REGISTER - EMPLOYEE AND EFFECTIVE DATE OF EVERY RAISE
      * ALREADY POSTED.
        01 WS-REG-COUNT                 PIC 9(05) VALUE 0.
        01 WS-REG-SUB                   PIC 9(05) VALUE 0.
        01 WS-REGISTER-TABLE.
           05 REG-TABLE-ENTRY OCCURS 0 TO 20000 TIMES
                 DEPENDING ON WS-REG-COUNT.
              10 TABLE-REG-EMP          PIC X(06).
              10 TABLE-REG-EFF-DATE     PIC X(08).

      * PROPOSAL TABLE - ONE ROW PER ACTIVE EMPLOYEE, SORTED BY
      * DEPARTMENT AND EMPLOYEE FOR THE LISTING.  THE ROW STATUS
      * SAYS WHETHER THE EMPLOYEE IS TO BE RAISED.
        01 WS-RSE-COUNT                 PIC 9(04) VALUE 0.
        01 WS-RSE-SUB                   PIC 9(04) VALUE 0.
        01 WS-RAISE-TABLE.
           05 RSE-TABLE-ENTRY OCCURS 0 TO 5000 TIMES
                 DEPENDING ON WS-RSE-COUNT.
              10 RSE-SORT-KEY.
                 15 RSE-DEPT            PIC X(04).
                 15 RSE-EMP             PIC X(06).
              10 RSE-NAME               PIC X(20).
              10 RSE-PAY-TYPE           PIC X(01).
              10 RSE-METHOD             PIC X(01).
              10 RSE-AMOUNT             PIC 9(03)V99.
              10 RSE-OVERRIDE-SW        PIC X(01).
              10 RSE-OLD-AMOUNT         PIC 9(07)V99.
              10 RSE-NEW-AMOUNT         PIC 9(07)V99.
              10 RSE-ANNUAL-COST        PIC 9(07)V99.
              10 RSE-STATUS             PIC X(01).
                 88 RSE-TO-RAISE           VALUE "R".
                 88 RSE-NO-RAISE           VALUE "N".
                 88 RSE-ALREADY-POSTED     VALUE "D".
                 88 RSE-IN-ERROR           VALUE "X".
              10 RSE-NOTE               PIC X(30).
        01 WS-RSE-SWAP                  PIC X(96) VALUE SPACES.
        01 WS-SORT-LIMIT                PIC 9(04) VALUE 0.
        01 WS-SWAPPED-SW                PIC X(01) VALUE "N".
           88 A-SWAP-HAPPENED              VALUE "Y".

      * DEPARTMENT TOTALS AGAINST BUDGET
        01 WS-DPT-COUNT                 PIC 9(03) VALUE 0.
        01 WS-DPT-SUB                   PIC 9(03) VALUE 0.
        01 WS-DEPARTMENT-TABLE.
           05 DPT-TABLE-ENTRY OCCURS 0 TO 500 TIMES
                 DEPENDING ON WS-DPT-COUNT.
              10 DPT-CODE               PIC X(04).
              10 DPT-RAISES             PIC 9(05).
              10 DPT-ANNUAL-COST        PIC 9(09)V99.
              10 DPT-BUDGET             PIC 9(07)V99.
              10 DPT-BUDGET-SW          PIC X(01).
                 88 DPT-OVER-BUDGET        VALUE "O".
                 88 DPT-WITHIN-BUDGET      VALUE "W".
                 88 DPT-NO-BUDGET          VALUE "N".

      * WORK AREAS FOR ONE EMPLOYEE
        01 WS-POLICY-FOUND-SW           PIC X(01) VALUE "N".
           88 POLICY-FOUND                 VALUE "Y".
        01 WS-OVERRIDE-FOUND-SW         PIC X(01) VALUE "N".
           88 OVERRIDE-FOUND               VALUE "Y".
        01 WS-ON-REGISTER-SW            PIC X(01) VALUE "N".
           88 ALREADY-ON-REGISTER          VALUE "Y".
        01 WS-RAISE-METHOD              PIC X(01) VALUE SPACE.
           88 RAISE-BY-PERCENT             VALUE "P".
           88 RAISE-BY-FLAT-AMOUNT         VALUE "F".
        01 WS-RAISE-AMOUNT              PIC 9(03)V99 VALUE 0.
        01 WS-RAISE-BUDGET              PIC 9(07)V99 VALUE 0.
        01 WS-NEW-AMOUNT                PIC 9(07)V99 VALUE 0.
      * HOURS IN A WORK YEAR - THE HOURLY EQUIVALENT SALPAYRB USES.
        01 WS-ANNUAL-HOURS              PIC 9(04) VALUE 2080.
        01 WS-PREV-DEPT                 PIC X(04) VALUE SPACES.

      * RUN COUNTERS
        01 WS-EMPLOYEES-READ            PIC 9(05) VALUE 0.
        01 WS-TERMINATED-SKIPPED        PIC 9(05) VALUE 0.
        01 WS-RAISES-PROPOSED           PIC 9(05) VALUE 0.
        01 WS-RAISES-POSTED             PIC 9(05) VALUE 0.
        01 WS-RAISES-OVER-BUDGET        PIC 9(05) VALUE 0.
        01 WS-RETRO-WRITTEN             PIC 9(05) VALUE 0.
        01 WS-NOT-RAISED                PIC 9(05) VALUE 0.
        01 WS-ALREADY-POSTED            PIC 9(05) VALUE 0.
        01 WS-RAISE-ERRORS              PIC 9(05) VALUE 0.
        01 WS-DEPTS-OVER-BUDGET         PIC 9(03) VALUE 0.
        01 WS-TOTAL-ANNUAL-COST         PIC 9(09)V99 VALUE 0.
        01 WS-TODAY                     PIC X(08) VALUE SPACES.
        01 WS-RUN-DATE                  PIC X(08).
        01 WS-RUN-TIME                  PIC 9(08) VALUE 0.
        COPY "AUDITTRL.cpy".
      * OPERATOR SIGN-ON - POSTING ONLY.  THE OPERATOR'S ID GOES ON
      * THE RAISE REGISTER AND THE AUDIT TRAIL.
        COPY "SIGNON.cpy".

       01  PAGE-HDG-01.
           05 PAGE-HDG-01-CC         PIC X(01) VALUE SPACE.
           05 FILLER                 PIC X(46) VALUE SPACES.
           05 FILLER                 PIC X(37)
              VALUE "PAY-RATE INCREASE PROPOSAL".
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
           05 FILLER                 PIC X(46) VALUE SPACES.
           05 FILLER                 PIC X(16) VALUE "EFFECTIVE DATE: ".
           05 PAGE-HDG-03-EFF-DATE   PIC X(08).
           05 FILLER                 PIC X(03) VALUE SPACES.
           05 PAGE-HDG-03-MODE       PIC X(30).
       01  PAGE-HDG-04.
           05 PAGE-HDG-04-CC         PIC X(01) VALUE SPACE.
           05 FILLER                 PIC X(04) VALUE SPACES.
           05 FILLER                 PIC X(06) VALUE "DEPT  ".
           05 FILLER                 PIC X(08) VALUE "EMP NO  ".
           05 FILLER                 PIC X(22) VALUE "NAME".
           05 FILLER                 PIC X(04) VALUE "TYP ".
           05 FILLER                 PIC X(11) VALUE "RAISE".
           05 FILLER                 PIC X(14) VALUE "    OLD RATE".
           05 FILLER                 PIC X(14) VALUE "    NEW RATE".
           05 FILLER                 PIC X(14) VALUE " ANNUAL COST".
           05 FILLER                 PIC X(30) VALUE "NOTE".

       01  DETAIL-LINE-RAISE.
           05 DTL-CC                 PIC X(01) VALUE SPACE.
           05 FILLER                 PIC X(04) VALUE SPACES.
           05 DTL-DEPT               PIC X(04).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 DTL-EMP-NUM            PIC X(06).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 DTL-EMP-NAME           PIC X(20).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 DTL-PAY-TYPE           PIC X(01).
           05 FILLER                 PIC X(03) VALUE SPACES.
           05 DTL-METHOD             PIC X(01).
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 DTL-AMOUNT             PIC ZZ9.99.
           05 DTL-OVERRIDE           PIC X(01).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 DTL-OLD-AMOUNT         PIC Z,ZZZ,ZZ9.99.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 DTL-NEW-AMOUNT         PIC Z,ZZZ,ZZ9.99.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 DTL-ANNUAL-COST        PIC Z,ZZZ,ZZ9.99.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 DTL-NOTE               PIC X(30).

       01  DEPT-TOTAL-LINE-RAISE.
           05 DTT-CC                 PIC X(01) VALUE SPACE.
           05 FILLER                 PIC X(10) VALUE SPACES.
           05 FILLER                 PIC X(05) VALUE "DEPT ".
           05 DTT-DEPT               PIC X(04).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 FILLER                 PIC X(08) VALUE "RAISES: ".
           05 DTT-RAISES             PIC ZZ,ZZ9.
           05 FILLER                 PIC X(03) VALUE SPACES.
           05 FILLER                 PIC X(13) VALUE "ANNUAL COST: ".
           05 DTT-ANNUAL-COST        PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                 PIC X(03) VALUE SPACES.
           05 FILLER                 PIC X(08) VALUE "BUDGET: ".
           05 DTT-BUDGET             PIC Z,ZZZ,ZZ9.99.
           05 FILLER                 PIC X(03) VALUE SPACES.
           05 DTT-BUDGET-STATUS      PIC X(26).

       01  TOTALS-LINE.
           05 TOTAL-LINE-CC          PIC X(01) VALUE SPACE.
           05 FILLER                 PIC X(09) VALUE SPACES.
           05 FILLER                 PIC X(17)
              VALUE "RAISES PROPOSED: ".
           05 TOTAL-RAISES-PROPOSED  PIC ZZ,ZZ9.
           05 FILLER                 PIC X(04) VALUE SPACES.
           05 FILLER                 PIC X(13) VALUE "ANNUAL COST: ".
           05 TOTAL-ANNUAL-COST      PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                 PIC X(04) VALUE SPACES.
           05 FILLER                 PIC X(20)
              VALUE "DEPTS OVER BUDGET: ".
           05 TOTAL-DEPTS-OVER       PIC ZZ9.
           05 FILLER                 PIC X(04) VALUE SPACES.
           05 FILLER                 PIC X(08) VALUE "POSTED: ".
           05 TOTAL-RAISES-POSTED    PIC ZZ,ZZ9.

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

           DISPLAY "RAISGNRB FOR RYAN BROOKS".

           PERFORM 1000-INITIALIZE.
           PERFORM 2000-WALK-EMPLOYEE-MASTER.
           PERFORM 3000-LIST-PROPOSAL THRU 3000-EXIT.
           IF POSTING-RUN
              PERFORM 5000-GENERATE-TRANSACTIONS THRU 5000-EXIT
           END-IF.
           perform 9000-CREATE-LISTING-TOTAL-LINE.

           display "EMPLOYEES READ:              " WS-EMPLOYEES-READ.
           display "TERMINATED - SKIPPED:        "
               WS-TERMINATED-SKIPPED.
           display "RAISES PROPOSED:             " WS-RAISES-PROPOSED.
           display "NO RAISE:                    " WS-NOT-RAISED.
           display "ALREADY POSTED FOR DATE:     " WS-ALREADY-POSTED.
           display "IN ERROR:                    " WS-RAISE-ERRORS.
           display "DEPARTMENTS OVER BUDGET:     " WS-DEPTS-OVER-BUDGET.
           display "RAISES POSTED:               " WS-RAISES-POSTED.
           display "HELD - OVER BUDGET:          "
               WS-RAISES-OVER-BUDGET.
           display "RETRO RATE CHANGES WRITTEN:  " WS-RETRO-WRITTEN.

           PERFORM 9900-WRITE-AUDIT-RECORD.

           close PROPOSAL-LISTING
                 AUDIT-TRAIL-FILE.

           GOBACK.

       0500-GET-FILE-PATHS.
      * OVERRIDE THE DEFAULT FILE PATHS IF THE MATCHING ENVIRONMENT
      * VARIABLE HAS BEEN SET:
           ACCEPT WS-ENV-PATH-OVERRIDE FROM ENVIRONMENT
                  "RAISGNRB-RAISE-POLICY".
           IF WS-ENV-PATH-OVERRIDE NOT = SPACES
              MOVE WS-ENV-PATH-OVERRIDE TO WS-RAISE-POLICY-PATH
           END-IF.
           ACCEPT WS-ENV-PATH-OVERRIDE FROM ENVIRONMENT
                  "RAISGNRB-RAISE-OVERRIDE".
           IF WS-ENV-PATH-OVERRIDE NOT = SPACES
              MOVE WS-ENV-PATH-OVERRIDE TO WS-RAISE-OVERRIDE-PATH
           END-IF.
           ACCEPT WS-ENV-PATH-OVERRIDE FROM ENVIRONMENT
                  "RAISGNRB-RAISE-REGISTER".
           IF WS-ENV-PATH-OVERRIDE NOT = SPACES
              MOVE WS-ENV-PATH-OVERRIDE TO WS-RAISE-REGISTER-PATH
           END-IF.
           ACCEPT WS-ENV-PATH-OVERRIDE FROM ENVIRONMENT
                  "RAISGNRB-EMPLOYEE-MASTER".
           IF WS-ENV-PATH-OVERRIDE NOT = SPACES
              MOVE WS-ENV-PATH-OVERRIDE TO WS-EMPLOYEE-MASTER-PATH
           END-IF.
           ACCEPT WS-ENV-PATH-OVERRIDE FROM ENVIRONMENT
                  "RAISGNRB-MAINT-TRANS-OUT".
           IF WS-ENV-PATH-OVERRIDE NOT = SPACES
              MOVE WS-ENV-PATH-OVERRIDE TO WS-MAINT-TRANS-OUT-PATH
           END-IF.
           ACCEPT WS-ENV-PATH-OVERRIDE FROM ENVIRONMENT
                  "RAISGNRB-RATE-CHANGE".
           IF WS-ENV-PATH-OVERRIDE NOT = SPACES
              MOVE WS-ENV-PATH-OVERRIDE TO WS-RATE-CHANGE-PATH
           END-IF.
           ACCEPT WS-ENV-PATH-OVERRIDE FROM ENVIRONMENT
                  "RAISGNRB-PROPOSAL-LISTING".
           IF WS-ENV-PATH-OVERRIDE NOT = SPACES
              MOVE WS-ENV-PATH-OVERRIDE TO WS-PROPOSAL-LISTING-PATH
           END-IF.
           ACCEPT WS-ENV-PATH-OVERRIDE FROM ENVIRONMENT
                  "RAISGNRB-AUDIT-TRAIL-FILE".
           IF WS-ENV-PATH-OVERRIDE NOT = SPACES
              MOVE WS-ENV-PATH-OVERRIDE TO WS-AUDIT-TRAIL-PATH
           END-IF.

       1000-INITIALIZE.
           PERFORM 0500-GET-FILE-PATHS.
           ACCEPT WS-RUN-DATE FROM DATE.
           MOVE   WS-RUN-DATE TO PAGE-HDG-02-DATE.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY.
           MOVE SPACES TO SGN-USER-ID.
           ACCEPT WS-EFFECTIVE-DATE FROM ENVIRONMENT
                  "RAISGNRB-EFFECTIVE-DATE".
           IF WS-EFFECTIVE-DATE NOT NUMERIC
              OR WS-EFF-MM < 1 OR WS-EFF-MM > 12
              OR WS-EFF-DD < 1 OR WS-EFF-DD > 31
              DISPLAY "RAISGNRB: RAISGNRB-EFFECTIVE-DATE (CCYYMMDD) "
                  "MUST BE SET - RUN STOPPED"
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           IF WS-EFFECTIVE-DATE NOT > WS-TODAY
              SET RAISE-IS-BACKDATED TO TRUE
           END-IF.
           ACCEPT WS-POST-ENV FROM ENVIRONMENT "RAISGNRB-POST".
           IF WS-POST-ENV (1:1) = "Y"
              SET POSTING-RUN TO TRUE
              MOVE "POSTING TO EMPMNTRB" TO PAGE-HDG-03-MODE
           ELSE
              DISPLAY "RAISGNRB: PROPOSAL ONLY - NOTHING WILL POST"
              MOVE "PROPOSAL ONLY - NOT POSTED" TO PAGE-HDG-03-MODE
           END-IF.
           MOVE WS-EFFECTIVE-DATE TO PAGE-HDG-03-EFF-DATE.
           OPEN OUTPUT PROPOSAL-LISTING.
           IF NOT GOOD-PROPOSAL-LISTING-WRITE
              DISPLAY "RAISGNRB: UNABLE TO OPEN PROPOSAL-LISTING, "
                  "STATUS = " WS-PROPOSAL-LISTING-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN EXTEND AUDIT-TRAIL-FILE.
           IF NOT GOOD-AUDIT-TRAIL-WRITE
              CLOSE AUDIT-TRAIL-FILE
              OPEN OUTPUT AUDIT-TRAIL-FILE
           END-IF.
           IF POSTING-RUN
              PERFORM 1200-OPERATOR-SIGN-ON
           END-IF.
           PERFORM 1500-LOAD-RAISE-POLICY.
           PERFORM 1600-LOAD-OVERRIDES THRU 1600-EXIT.
           PERFORM 1700-LOAD-RAISE-REGISTER THRU 1700-EXIT.
           PERFORM 8000-WRITE-HEADINGS.

       1200-OPERATOR-SIGN-ON.
      * POSTING CHANGES EVERY EMPLOYEE'S PAY, SO IT TAKES A NAMED,
      * AUTHORIZED OPERATOR - NOT EVEN THE UNATTENDED BATCH CHAIN
      * POSTS RAISES.  A REFUSAL GOES ON THE AUDIT TRAIL.
           MOVE "RAISGNRB" TO SGN-PROGRAM-NAME.
           CALL "OPSIGNRB" USING SIGNON-PARMS.
           IF NOT SGN-AUTHORIZED
              EVALUATE TRUE
                 WHEN SGN-NO-USER
                    DISPLAY "RAISGNRB: OPS-USER-ID NOT SET - SIGN "
                        "ON BEFORE POSTING RAISES"
                 WHEN SGN-BATCH-RUN
                    DISPLAY "RAISGNRB: UNATTENDED RUN - RAISES ARE "
                        "NEVER POSTED WITHOUT A SIGNED-ON USER"
                 WHEN SGN-NO-USER-FILE
                    DISPLAY "RAISGNRB: USER AUTHORIZATION FILE "
                        "MISSING - RUN REFUSED"
                 WHEN OTHER
                    DISPLAY "RAISGNRB: USER " SGN-USER-ID
                        " NOT AUTHORIZED FOR RAISGNRB - RUN REFUSED"
              END-EVALUATE
              MOVE 16 TO RETURN-CODE
              PERFORM 1250-LOG-REFUSED-ACCESS
              GOBACK
           END-IF.

       1250-LOG-REFUSED-ACCESS.
           ACCEPT WS-RUN-TIME FROM TIME.
           MOVE "RAISGNRB"          TO AUD-PROGRAM-NAME.
           MOVE WS-RUN-DATE         TO AUD-RUN-DATE.
           MOVE WS-RUN-TIME         TO AUD-RUN-TIME.
           MOVE 0                   TO AUD-RECORDS-READ.
           MOVE 0                   TO AUD-RECORDS-WRITTEN.
           MOVE "ACCESS REFUSED"    TO AUD-KEY-TOTALS.
           MOVE "ER"                TO AUD-COMPLETION-STATUS.
           MOVE SGN-USER-ID         TO AUD-USER-ID.
           WRITE AUDIT-TRAIL-RECORD FROM AUDIT-TRAIL-LINE.
           CLOSE AUDIT-TRAIL-FILE.

       1500-LOAD-RAISE-POLICY.
      * THE POLICY IS THE WHOLE POINT OF THE RUN - A MISSING FILE, A
      * BAD LINE, OR A DEPARTMENT LISTED TWICE STOPS IT RATHER THAN
      * LETTING A DEPARTMENT FALL THROUGH TO THE WRONG RAISE.
           OPEN INPUT RAISE-POLICY-FILE.
           IF NOT RAISE-POLICY-SUCCESSFUL
              DISPLAY "RAISGNRB: UNABLE TO OPEN RAISE-POLICY-FILE, "
                  "STATUS = " WS-RAISE-POLICY-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           PERFORM UNTIL END-OF-RAISE-POLICY
              READ RAISE-POLICY-FILE
                 AT END
                    SET END-OF-RAISE-POLICY TO TRUE
                 NOT AT END
                    PERFORM 1550-TAKE-POLICY-LINE
              END-READ
           END-PERFORM.
           CLOSE RAISE-POLICY-FILE.
           IF WS-POL-COUNT = 0 AND NOT HAVE-DEFAULT-POLICY
              DISPLAY "RAISGNRB: RAISE-POLICY-FILE IS EMPTY"
              ADD 1 TO WS-POLICY-ERRORS
           END-IF.
           IF WS-POLICY-ERRORS > 0
              DISPLAY "RAISGNRB: " WS-POLICY-ERRORS
                  " POLICY ERROR(S) - RUN STOPPED"
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.

       1550-TAKE-POLICY-LINE.
           IF POL-BUDGET-X = SPACES
              MOVE 0 TO POL-BUDGET
           END-IF.
           EVALUATE TRUE
              WHEN POL-DEPT = SPACES
                 DISPLAY "RAISGNRB: POLICY LINE WITH NO DEPARTMENT"
                 ADD 1 TO WS-POLICY-ERRORS
              WHEN POL-METHOD NOT = "P" AND POL-METHOD NOT = "F"
                 DISPLAY "RAISGNRB: BAD METHOD ON POLICY FOR DEPT "
                     POL-DEPT
                 ADD 1 TO WS-POLICY-ERRORS
              WHEN POL-AMOUNT-X NOT NUMERIC
                 DISPLAY "RAISGNRB: BAD AMOUNT ON POLICY FOR DEPT "
                     POL-DEPT
                 ADD 1 TO WS-POLICY-ERRORS
              WHEN POL-BUDGET-X NOT NUMERIC
                 DISPLAY "RAISGNRB: BAD BUDGET ON POLICY FOR DEPT "
                     POL-DEPT
                 ADD 1 TO WS-POLICY-ERRORS
              WHEN POL-DEPT = "ALL "
                 IF HAVE-DEFAULT-POLICY
                    DISPLAY "RAISGNRB: ALL-DEPARTMENT POLICY LISTED "
                        "TWICE"
                    ADD 1 TO WS-POLICY-ERRORS
                 ELSE
                    SET HAVE-DEFAULT-POLICY TO TRUE
                    MOVE POL-METHOD TO WS-DEFAULT-POL-METHOD
                    MOVE POL-AMOUNT TO WS-DEFAULT-POL-AMOUNT
                    MOVE POL-BUDGET TO WS-DEFAULT-POL-BUDGET
                 END-IF
              WHEN OTHER
                 PERFORM VARYING WS-POL-SUB FROM 1 BY 1
                    UNTIL WS-POL-SUB > WS-POL-COUNT
                       OR TABLE-POL-DEPT (WS-POL-SUB) = POL-DEPT
                 END-PERFORM
                 EVALUATE TRUE
                    WHEN WS-POL-SUB NOT > WS-POL-COUNT
                       DISPLAY "RAISGNRB: POLICY FOR DEPT " POL-DEPT
                           " LISTED TWICE"
                       ADD 1 TO WS-POLICY-ERRORS
                    WHEN WS-POL-COUNT = 500
                       DISPLAY "RAISGNRB: POLICY TABLE FULL AT DEPT "
                           POL-DEPT
                       ADD 1 TO WS-POLICY-ERRORS
                    WHEN OTHER
                       ADD 1 TO WS-POL-COUNT
                       MOVE POL-DEPT TO TABLE-POL-DEPT (WS-POL-COUNT)
                       MOVE POL-METHOD TO
                            TABLE-POL-METHOD (WS-POL-COUNT)
                       MOVE POL-AMOUNT TO
                            TABLE-POL-AMOUNT (WS-POL-COUNT)
                       MOVE POL-BUDGET TO
                            TABLE-POL-BUDGET (WS-POL-COUNT)
                 END-EVALUATE
           END-EVALUATE.

       1600-LOAD-OVERRIDES.
      * THE OVERRIDE LIST IS OPTIONAL.  A BAD LINE IS REPORTED AND
      * IGNORED; A SECOND LINE FOR AN EMPLOYEE ALREADY LISTED MARKS
      * THE EMPLOYEE DUPLICATED SO NEITHER FIGURE IS GUESSED AT.
           OPEN INPUT RAISE-OVERRIDE-FILE.
           IF NOT RAISE-OVERRIDE-SUCCESSFUL
              DISPLAY "RAISGNRB: NO RAISE OVERRIDES - POLICY ONLY"
              GO TO 1600-EXIT
           END-IF.
           PERFORM UNTIL END-OF-RAISE-OVERRIDE
              READ RAISE-OVERRIDE-FILE
                 AT END
                    SET END-OF-RAISE-OVERRIDE TO TRUE
                 NOT AT END
                    PERFORM 1650-TAKE-OVERRIDE-LINE THRU 1650-EXIT
              END-READ
           END-PERFORM.
           CLOSE RAISE-OVERRIDE-FILE.
       1600-EXIT.
           EXIT.

       1650-TAKE-OVERRIDE-LINE.
           IF OVR-METHOD = "N" AND OVR-AMOUNT-X = SPACES
              MOVE 0 TO OVR-AMOUNT
           END-IF.
           IF OVR-EMP-NUMBER = SPACES
              OR (OVR-METHOD NOT = "P" AND OVR-METHOD NOT = "F"
                  AND OVR-METHOD NOT = "N")
              OR OVR-AMOUNT-X NOT NUMERIC
              DISPLAY "RAISGNRB: BAD OVERRIDE LINE FOR EMPLOYEE "
                  OVR-EMP-NUMBER " - IGNORED"
              ADD 1 TO WS-OVERRIDES-REJECTED
              GO TO 1650-EXIT
           END-IF.
           PERFORM VARYING WS-OVR-SUB FROM 1 BY 1
              UNTIL WS-OVR-SUB > WS-OVR-COUNT
                 OR TABLE-OVR-EMP (WS-OVR-SUB) = OVR-EMP-NUMBER
           END-PERFORM.
           IF WS-OVR-SUB NOT > WS-OVR-COUNT
              DISPLAY "RAISGNRB: EMPLOYEE " OVR-EMP-NUMBER
                  " ON THE OVERRIDE LIST TWICE - NOT RAISED"
              SET OVERRIDE-DUPLICATED (WS-OVR-SUB) TO TRUE
              ADD 1 TO WS-OVERRIDES-REJECTED
              GO TO 1650-EXIT
           END-IF.
           IF WS-OVR-COUNT = 2000
              DISPLAY "RAISGNRB: OVERRIDE TABLE FULL - EMPLOYEE "
                  OVR-EMP-NUMBER " IGNORED"
              ADD 1 TO WS-OVERRIDES-REJECTED
              GO TO 1650-EXIT
           END-IF.
           ADD 1 TO WS-OVR-COUNT.
           MOVE OVR-EMP-NUMBER TO TABLE-OVR-EMP (WS-OVR-COUNT).
           MOVE OVR-METHOD     TO TABLE-OVR-METHOD (WS-OVR-COUNT).
           MOVE OVR-AMOUNT     TO TABLE-OVR-AMOUNT (WS-OVR-COUNT).
           MOVE "N"            TO TABLE-OVR-DUP-SW (WS-OVR-COUNT).
       1650-EXIT.
           EXIT.

       1700-LOAD-RAISE-REGISTER.
      * NO REGISTER YET MEANS NO RAISE HAS EVER BEEN POSTED.
           OPEN INPUT RAISE-REGISTER-FILE.
           IF NOT RAISE-REGISTER-SUCCESSFUL
              GO TO 1700-EXIT
           END-IF.
           PERFORM UNTIL END-OF-RAISE-REGISTER
                    OR WS-REG-COUNT = 20000
              READ RAISE-REGISTER-FILE
                 AT END
                    SET END-OF-RAISE-REGISTER TO TRUE
                 NOT AT END
                    ADD 1 TO WS-REG-COUNT
                    MOVE REG-EMP-NUMBER TO
                         TABLE-REG-EMP (WS-REG-COUNT)
                    MOVE REG-EFF-DATE TO
                         TABLE-REG-EFF-DATE (WS-REG-COUNT)
              END-READ
           END-PERFORM.
           CLOSE RAISE-REGISTER-FILE.
       1700-EXIT.
           EXIT.

       2000-WALK-EMPLOYEE-MASTER.
           OPEN INPUT EMPLOYEE-MASTER.
           IF NOT EMPLOYEE-MASTER-SUCCESSFUL
              DISPLAY "RAISGNRB: UNABLE TO OPEN EMPLOYEE-MASTER, "
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
                    PERFORM 2100-PROPOSE-ONE-EMPLOYEE THRU 2100-EXIT
              END-READ
           END-PERFORM.
           CLOSE EMPLOYEE-MASTER.
           PERFORM VARYING WS-DPT-SUB FROM 1 BY 1
              UNTIL WS-DPT-SUB > WS-DPT-COUNT
              EVALUATE TRUE
                 WHEN DPT-BUDGET (WS-DPT-SUB) = 0
                    SET DPT-NO-BUDGET (WS-DPT-SUB) TO TRUE
                 WHEN DPT-ANNUAL-COST (WS-DPT-SUB) >
                      DPT-BUDGET (WS-DPT-SUB)
                    SET DPT-OVER-BUDGET (WS-DPT-SUB) TO TRUE
                    ADD 1 TO WS-DEPTS-OVER-BUDGET
                 WHEN OTHER
                    SET DPT-WITHIN-BUDGET (WS-DPT-SUB) TO TRUE
              END-EVALUATE
           END-PERFORM.

       2100-PROPOSE-ONE-EMPLOYEE.
           IF EMP-IS-TERMINATED
              ADD 1 TO WS-TERMINATED-SKIPPED
              GO TO 2100-EXIT
           END-IF.
           IF WS-RSE-COUNT = 5000
              DISPLAY "RAISGNRB: PROPOSAL TABLE FULL - EMPLOYEE "
                  EMP-NUMBER " NOT PROPOSED"
              MOVE 16 TO RETURN-CODE
              GO TO 2100-EXIT
           END-IF.
           ADD 1 TO WS-RSE-COUNT.
           MOVE WS-RSE-COUNT TO WS-RSE-SUB.
           MOVE SPACES       TO RSE-TABLE-ENTRY (WS-RSE-SUB).
           MOVE EMP-DEPT     TO RSE-DEPT (WS-RSE-SUB).
           MOVE EMP-NUMBER   TO RSE-EMP (WS-RSE-SUB).
           MOVE EMP-NAME     TO RSE-NAME (WS-RSE-SUB).
           MOVE 0            TO RSE-AMOUNT (WS-RSE-SUB).
           MOVE 0            TO RSE-OLD-AMOUNT (WS-RSE-SUB).
           MOVE 0            TO RSE-NEW-AMOUNT (WS-RSE-SUB).
           MOVE 0            TO RSE-ANNUAL-COST (WS-RSE-SUB).
           IF EMP-IS-SALARIED
              MOVE "S" TO RSE-PAY-TYPE (WS-RSE-SUB)
              IF EMP-ANNUAL-SALARY IS NUMERIC
                 MOVE EMP-ANNUAL-SALARY TO RSE-OLD-AMOUNT (WS-RSE-SUB)
              END-IF
           ELSE
              MOVE "H" TO RSE-PAY-TYPE (WS-RSE-SUB)
              IF EMP-PAY-RATE IS NUMERIC
                 MOVE EMP-PAY-RATE-N TO RSE-OLD-AMOUNT (WS-RSE-SUB)
              END-IF
           END-IF.
           PERFORM 2200-FIND-POLICY.
           PERFORM 2300-FIND-OVERRIDE.
           PERFORM 2400-CHECK-RAISE-REGISTER.
           EVALUATE TRUE
              WHEN OVERRIDE-FOUND
                   AND OVERRIDE-DUPLICATED (WS-OVR-SUB)
                 SET RSE-IN-ERROR (WS-RSE-SUB) TO TRUE
                 MOVE "ON OVERRIDE LIST TWICE" TO RSE-NOTE (WS-RSE-SUB)
              WHEN OVERRIDE-FOUND
                   AND TABLE-OVR-METHOD (WS-OVR-SUB) = "N"
                 SET RSE-NO-RAISE (WS-RSE-SUB) TO TRUE
                 MOVE "*" TO RSE-OVERRIDE-SW (WS-RSE-SUB)
                 MOVE "OVERRIDE - NO RAISE" TO RSE-NOTE (WS-RSE-SUB)
              WHEN NOT POLICY-FOUND AND NOT OVERRIDE-FOUND
                 SET RSE-NO-RAISE (WS-RSE-SUB) TO TRUE
                 MOVE "NO POLICY FOR DEPARTMENT"
                   TO RSE-NOTE (WS-RSE-SUB)
              WHEN ALREADY-ON-REGISTER
                 SET RSE-ALREADY-POSTED (WS-RSE-SUB) TO TRUE
                 MOVE "ALREADY POSTED FOR THIS DATE"
                   TO RSE-NOTE (WS-RSE-SUB)
              WHEN RSE-OLD-AMOUNT (WS-RSE-SUB) = 0
                 SET RSE-IN-ERROR (WS-RSE-SUB) TO TRUE
                 IF EMP-IS-SALARIED
                    MOVE "NO SALARY ON MASTER" TO RSE-NOTE (WS-RSE-SUB)
                 ELSE
                    MOVE "NO RATE ON MASTER" TO RSE-NOTE (WS-RSE-SUB)
                 END-IF
              WHEN OTHER
                 PERFORM 2600-FIGURE-NEW-AMOUNT THRU 2600-EXIT
           END-EVALUATE.
           EVALUATE TRUE
              WHEN RSE-TO-RAISE (WS-RSE-SUB)
                 ADD 1 TO WS-RAISES-PROPOSED
              WHEN RSE-NO-RAISE (WS-RSE-SUB)
                 ADD 1 TO WS-NOT-RAISED
              WHEN RSE-ALREADY-POSTED (WS-RSE-SUB)
                 ADD 1 TO WS-ALREADY-POSTED
              WHEN OTHER
                 ADD 1 TO WS-RAISE-ERRORS
           END-EVALUATE.
           PERFORM 2700-ADD-TO-DEPARTMENT THRU 2700-EXIT.
       2100-EXIT.
           EXIT.

       2200-FIND-POLICY.
      * THE DEPARTMENT'S OWN LINE, ELSE THE "ALL " LINE.
           MOVE "N" TO WS-POLICY-FOUND-SW.
           MOVE SPACE TO WS-RAISE-METHOD.
           MOVE 0 TO WS-RAISE-AMOUNT.
           MOVE 0 TO WS-RAISE-BUDGET.
           PERFORM VARYING WS-POL-SUB FROM 1 BY 1
              UNTIL WS-POL-SUB > WS-POL-COUNT
                 OR TABLE-POL-DEPT (WS-POL-SUB) = EMP-DEPT
           END-PERFORM.
           IF WS-POL-SUB NOT > WS-POL-COUNT
              SET POLICY-FOUND TO TRUE
              MOVE TABLE-POL-METHOD (WS-POL-SUB) TO WS-RAISE-METHOD
              MOVE TABLE-POL-AMOUNT (WS-POL-SUB) TO WS-RAISE-AMOUNT
              MOVE TABLE-POL-BUDGET (WS-POL-SUB) TO WS-RAISE-BUDGET
           ELSE
              IF HAVE-DEFAULT-POLICY
                 SET POLICY-FOUND TO TRUE
                 MOVE WS-DEFAULT-POL-METHOD TO WS-RAISE-METHOD
                 MOVE WS-DEFAULT-POL-AMOUNT TO WS-RAISE-AMOUNT
                 MOVE WS-DEFAULT-POL-BUDGET TO WS-RAISE-BUDGET
              END-IF
           END-IF.

       2300-FIND-OVERRIDE.
      * AN OVERRIDE REPLACES THE DEPARTMENT'S METHOD AND AMOUNT FOR
      * ONE EMPLOYEE; THE COST STILL COUNTS AGAINST THE DEPARTMENT.
           MOVE "N" TO WS-OVERRIDE-FOUND-SW.
           PERFORM VARYING WS-OVR-SUB FROM 1 BY 1
              UNTIL WS-OVR-SUB > WS-OVR-COUNT
                 OR TABLE-OVR-EMP (WS-OVR-SUB) = EMP-NUMBER
           END-PERFORM.
           IF WS-OVR-SUB NOT > WS-OVR-COUNT
              SET OVERRIDE-FOUND TO TRUE
              IF NOT OVERRIDE-DUPLICATED (WS-OVR-SUB)
                 AND TABLE-OVR-METHOD (WS-OVR-SUB) NOT = "N"
                 MOVE TABLE-OVR-METHOD (WS-OVR-SUB) TO WS-RAISE-METHOD
                 MOVE TABLE-OVR-AMOUNT (WS-OVR-SUB) TO WS-RAISE-AMOUNT
                 MOVE "*" TO RSE-OVERRIDE-SW (WS-RSE-SUB)
              END-IF
           END-IF.

       2400-CHECK-RAISE-REGISTER.
           MOVE "N" TO WS-ON-REGISTER-SW.
           PERFORM VARYING WS-REG-SUB FROM 1 BY 1
              UNTIL WS-REG-SUB > WS-REG-COUNT
                 OR (TABLE-REG-EMP (WS-REG-SUB) = EMP-NUMBER
                     AND TABLE-REG-EFF-DATE (WS-REG-SUB) =
                         WS-EFFECTIVE-DATE)
           END-PERFORM.
           IF WS-REG-SUB NOT > WS-REG-COUNT
              SET ALREADY-ON-REGISTER TO TRUE
           END-IF.

       2600-FIGURE-NEW-AMOUNT.
      * HOURLY: NEW RATE = RATE x (1 + PERCENT) OR RATE + FLAT, AND
      * IT HAS TO FIT THE MASTER'S 99.99 RATE.  SALARIED: NEW
      * SALARY = SALARY x (1 + PERCENT) OR SALARY + FLAT x 2080.
      * ANNUAL COST IS THE RAISE x 2080 HOURS, OR THE SALARY RAISE.
           MOVE WS-RAISE-METHOD TO RSE-METHOD (WS-RSE-SUB).
           MOVE WS-RAISE-AMOUNT TO RSE-AMOUNT (WS-RSE-SUB).
           IF RAISE-BY-PERCENT
              COMPUTE WS-NEW-AMOUNT ROUNDED =
                 RSE-OLD-AMOUNT (WS-RSE-SUB) *
                 (100 + WS-RAISE-AMOUNT) / 100
                 ON SIZE ERROR
                    MOVE 9999999.99 TO WS-NEW-AMOUNT
              END-COMPUTE
           ELSE
              IF RSE-PAY-TYPE (WS-RSE-SUB) = "S"
                 COMPUTE WS-NEW-AMOUNT =
                    RSE-OLD-AMOUNT (WS-RSE-SUB) +
                    WS-RAISE-AMOUNT * WS-ANNUAL-HOURS
                    ON SIZE ERROR
                       MOVE 9999999.99 TO WS-NEW-AMOUNT
                 END-COMPUTE
              ELSE
                 COMPUTE WS-NEW-AMOUNT =
                    RSE-OLD-AMOUNT (WS-RSE-SUB) + WS-RAISE-AMOUNT
              END-IF
           END-IF.
           MOVE WS-NEW-AMOUNT TO RSE-NEW-AMOUNT (WS-RSE-SUB).
           IF RSE-PAY-TYPE (WS-RSE-SUB) = "H"
              AND WS-NEW-AMOUNT > 99.99
              SET RSE-IN-ERROR (WS-RSE-SUB) TO TRUE
              MOVE "NEW RATE OVER 99.99" TO RSE-NOTE (WS-RSE-SUB)
              GO TO 2600-EXIT
           END-IF.
           IF WS-NEW-AMOUNT = 9999999.99
              SET RSE-IN-ERROR (WS-RSE-SUB) TO TRUE
              MOVE "NEW SALARY TOO LARGE" TO RSE-NOTE (WS-RSE-SUB)
              GO TO 2600-EXIT
           END-IF.
           IF RSE-PAY-TYPE (WS-RSE-SUB) = "S"
              COMPUTE RSE-ANNUAL-COST (WS-RSE-SUB) =
                 WS-NEW-AMOUNT - RSE-OLD-AMOUNT (WS-RSE-SUB)
           ELSE
              COMPUTE RSE-ANNUAL-COST (WS-RSE-SUB) =
                 (WS-NEW-AMOUNT - RSE-OLD-AMOUNT (WS-RSE-SUB)) *
                 WS-ANNUAL-HOURS
           END-IF.
           SET RSE-TO-RAISE (WS-RSE-SUB) TO TRUE.
           EVALUATE TRUE
              WHEN RAISE-IS-BACKDATED
                   AND RSE-PAY-TYPE (WS-RSE-SUB) = "S"
                 MOVE "BACKDATED - RETRO BY HAND"
                   TO RSE-NOTE (WS-RSE-SUB)
              WHEN RAISE-IS-BACKDATED
                 MOVE "BACKDATED - RETRO BY RETROPRB"
                   TO RSE-NOTE (WS-RSE-SUB)
              WHEN RSE-OVERRIDE-SW (WS-RSE-SUB) = "*"
                 MOVE "OVERRIDE" TO RSE-NOTE (WS-RSE-SUB)
           END-EVALUATE.
       2600-EXIT.
           EXIT.

       2700-ADD-TO-DEPARTMENT.
      * EVERY DEPARTMENT SEEN GETS A ROW SO ITS BUDGET PRINTS EVEN
      * WHEN NOBODY IN IT IS RAISED.
           PERFORM VARYING WS-DPT-SUB FROM 1 BY 1
              UNTIL WS-DPT-SUB > WS-DPT-COUNT
                 OR DPT-CODE (WS-DPT-SUB) = EMP-DEPT
           END-PERFORM.
           IF WS-DPT-SUB > WS-DPT-COUNT
              IF WS-DPT-COUNT = 500
                 DISPLAY "RAISGNRB: DEPARTMENT TABLE FULL - "
                     EMP-NUMBER " NOT RAISED"
                 IF RSE-TO-RAISE (WS-RSE-SUB)
                    SUBTRACT 1 FROM WS-RAISES-PROPOSED
                    ADD 1 TO WS-RAISE-ERRORS
                 END-IF
                 SET RSE-IN-ERROR (WS-RSE-SUB) TO TRUE
                 MOVE "DEPARTMENT TABLE FULL" TO RSE-NOTE (WS-RSE-SUB)
                 MOVE 16 TO RETURN-CODE
                 GO TO 2700-EXIT
              END-IF
              ADD 1 TO WS-DPT-COUNT
              MOVE WS-DPT-COUNT TO WS-DPT-SUB
              MOVE EMP-DEPT        TO DPT-CODE (WS-DPT-SUB)
              MOVE 0               TO DPT-RAISES (WS-DPT-SUB)
              MOVE 0               TO DPT-ANNUAL-COST (WS-DPT-SUB)
              MOVE WS-RAISE-BUDGET TO DPT-BUDGET (WS-DPT-SUB)
              MOVE SPACE           TO DPT-BUDGET-SW (WS-DPT-SUB)
           END-IF.
           IF RSE-TO-RAISE (WS-RSE-SUB)
              ADD 1 TO DPT-RAISES (WS-DPT-SUB)
              ADD RSE-ANNUAL-COST (WS-RSE-SUB)
                TO DPT-ANNUAL-COST (WS-DPT-SUB)
              ADD RSE-ANNUAL-COST (WS-RSE-SUB) TO WS-TOTAL-ANNUAL-COST
           END-IF.
       2700-EXIT.
           EXIT.

       3000-LIST-PROPOSAL.
      * THE PROPOSAL - EVERY ACTIVE EMPLOYEE BY DEPARTMENT, WITH
      * EACH DEPARTMENT'S COST AGAINST ITS BUDGET.
           IF WS-RSE-COUNT = 0
              GO TO 3000-EXIT
           END-IF.
           PERFORM 3100-SORT-RAISE-TABLE.
           MOVE RSE-DEPT (1) TO WS-PREV-DEPT.
           PERFORM VARYING WS-RSE-SUB FROM 1 BY 1
              UNTIL WS-RSE-SUB > WS-RSE-COUNT
              PERFORM 3200-LIST-ONE-EMPLOYEE
           END-PERFORM.
           PERFORM 3300-LIST-DEPT-TOTAL THRU 3300-EXIT.
       3000-EXIT.
           EXIT.

       3100-SORT-RAISE-TABLE.
           COMPUTE WS-SORT-LIMIT = WS-RSE-COUNT - 1.
           SET A-SWAP-HAPPENED TO TRUE.
           PERFORM UNTIL NOT A-SWAP-HAPPENED
              MOVE "N" TO WS-SWAPPED-SW
              PERFORM VARYING WS-RSE-SUB FROM 1 BY 1
                 UNTIL WS-RSE-SUB > WS-SORT-LIMIT
                 IF RSE-SORT-KEY (WS-RSE-SUB) >
                    RSE-SORT-KEY (WS-RSE-SUB + 1)
                    MOVE RSE-TABLE-ENTRY (WS-RSE-SUB)
                      TO WS-RSE-SWAP
                    MOVE RSE-TABLE-ENTRY (WS-RSE-SUB + 1)
                      TO RSE-TABLE-ENTRY (WS-RSE-SUB)
                    MOVE WS-RSE-SWAP
                      TO RSE-TABLE-ENTRY (WS-RSE-SUB + 1)
                    SET A-SWAP-HAPPENED TO TRUE
                 END-IF
              END-PERFORM
           END-PERFORM.

       3200-LIST-ONE-EMPLOYEE.
           IF RSE-DEPT (WS-RSE-SUB) NOT = WS-PREV-DEPT
              PERFORM 3300-LIST-DEPT-TOTAL THRU 3300-EXIT
              MOVE RSE-DEPT (WS-RSE-SUB) TO WS-PREV-DEPT
           END-IF.
           MOVE SPACES                       TO DETAIL-LINE-RAISE.
           MOVE RSE-DEPT (WS-RSE-SUB)        TO DTL-DEPT.
           MOVE RSE-EMP (WS-RSE-SUB)         TO DTL-EMP-NUM.
           MOVE RSE-NAME (WS-RSE-SUB)        TO DTL-EMP-NAME.
           MOVE RSE-PAY-TYPE (WS-RSE-SUB)    TO DTL-PAY-TYPE.
           MOVE RSE-OLD-AMOUNT (WS-RSE-SUB)  TO DTL-OLD-AMOUNT.
           MOVE RSE-OVERRIDE-SW (WS-RSE-SUB) TO DTL-OVERRIDE.
           IF RSE-TO-RAISE (WS-RSE-SUB)
              OR RSE-IN-ERROR (WS-RSE-SUB)
              MOVE RSE-METHOD (WS-RSE-SUB)   TO DTL-METHOD
              MOVE RSE-AMOUNT (WS-RSE-SUB)   TO DTL-AMOUNT
           END-IF.
           IF RSE-TO-RAISE (WS-RSE-SUB)
              MOVE RSE-NEW-AMOUNT (WS-RSE-SUB)  TO DTL-NEW-AMOUNT
              MOVE RSE-ANNUAL-COST (WS-RSE-SUB) TO DTL-ANNUAL-COST
           END-IF.
           MOVE RSE-NOTE (WS-RSE-SUB)        TO DTL-NOTE.
           add 1 to WS-LINE-COUNT.
           if WS-LINE-COUNT > 50
              PERFORM 8000-WRITE-HEADINGS.
           write PROPOSAL-LISTING-RECORD from DETAIL-LINE-RAISE
             after advancing 01 lines.

       3300-LIST-DEPT-TOTAL.
           PERFORM VARYING WS-DPT-SUB FROM 1 BY 1
              UNTIL WS-DPT-SUB > WS-DPT-COUNT
                 OR DPT-CODE (WS-DPT-SUB) = WS-PREV-DEPT
           END-PERFORM.
           IF WS-DPT-SUB > WS-DPT-COUNT
              GO TO 3300-EXIT
           END-IF.
           MOVE WS-PREV-DEPT                  TO DTT-DEPT.
           MOVE DPT-RAISES (WS-DPT-SUB)       TO DTT-RAISES.
           MOVE DPT-ANNUAL-COST (WS-DPT-SUB)  TO DTT-ANNUAL-COST.
           MOVE DPT-BUDGET (WS-DPT-SUB)       TO DTT-BUDGET.
           EVALUATE TRUE
              WHEN DPT-NO-BUDGET (WS-DPT-SUB)
                 MOVE "NO BUDGET SET"         TO DTT-BUDGET-STATUS
              WHEN DPT-WITHIN-BUDGET (WS-DPT-SUB)
                 MOVE "WITHIN BUDGET"         TO DTT-BUDGET-STATUS
              WHEN OTHER
                 MOVE "OVER BUDGET - WON'T POST" TO DTT-BUDGET-STATUS
           END-EVALUATE.
           add 2 to WS-LINE-COUNT.
           write PROPOSAL-LISTING-RECORD from DEPT-TOTAL-LINE-RAISE
             after advancing 01 lines.
           MOVE SPACES TO PROPOSAL-LISTING-RECORD.
           write PROPOSAL-LISTING-RECORD
             after advancing 01 lines.
       3300-EXIT.
           EXIT.

       5000-GENERATE-TRANSACTIONS.
      * SECOND PASS OF THE MASTER: ONE EMPMNTRB CHANGE FOR EVERY
      * EMPLOYEE PROPOSED FOR A RAISE IN A DEPARTMENT WITHIN BUDGET.
      * THE MASTER IS READ AGAIN SO THE FULL-IMAGE CHANGE CARRIES
      * EVERY FIELD AS IT STANDS NOW.
           IF RETURN-CODE NOT = 0
              DISPLAY "RAISGNRB: ERRORS ABOVE - NOTHING POSTED"
              GO TO 5000-EXIT
           END-IF.
           OPEN EXTEND MAINT-TRANS-OUT.
           IF NOT GOOD-MAINT-TRANS-OUT-WRITE
              CLOSE MAINT-TRANS-OUT
              OPEN OUTPUT MAINT-TRANS-OUT
           END-IF.
           IF NOT GOOD-MAINT-TRANS-OUT-WRITE
              DISPLAY "RAISGNRB: UNABLE TO OPEN MAINT-TRANS-OUT, "
                  "STATUS = " WS-MAINT-TRANS-OUT-STATUS
              MOVE 16 TO RETURN-CODE
              GO TO 5000-EXIT
           END-IF.
           OPEN EXTEND RAISE-REGISTER-FILE.
           IF NOT GOOD-RAISE-REGISTER-WRITE
              CLOSE RAISE-REGISTER-FILE
              OPEN OUTPUT RAISE-REGISTER-FILE
           END-IF.
           IF RAISE-IS-BACKDATED
              OPEN EXTEND RATE-CHANGE-OUT
              IF NOT GOOD-RATE-CHANGE-WRITE
                 CLOSE RATE-CHANGE-OUT
                 OPEN OUTPUT RATE-CHANGE-OUT
              END-IF
           END-IF.
           MOVE SPACES TO WS-EMPLOYEE-MASTER-STATUS.
           OPEN INPUT EMPLOYEE-MASTER.
           IF NOT EMPLOYEE-MASTER-SUCCESSFUL
              DISPLAY "RAISGNRB: UNABLE TO REOPEN EMPLOYEE-MASTER, "
                  "STATUS = " WS-EMPLOYEE-MASTER-STATUS
              MOVE 16 TO RETURN-CODE
           ELSE
              PERFORM UNTIL END-OF-EMPLOYEE-MASTER
                 READ EMPLOYEE-MASTER
                    AT END
                       SET END-OF-EMPLOYEE-MASTER TO TRUE
                    NOT AT END
                       PERFORM 5100-GENERATE-ONE-RAISE THRU 5100-EXIT
                 END-READ
              END-PERFORM
              CLOSE EMPLOYEE-MASTER
           END-IF.
           CLOSE MAINT-TRANS-OUT
                 RAISE-REGISTER-FILE.
           IF RAISE-IS-BACKDATED
              CLOSE RATE-CHANGE-OUT
           END-IF.
       5000-EXIT.
           EXIT.

       5100-GENERATE-ONE-RAISE.
           PERFORM VARYING WS-RSE-SUB FROM 1 BY 1
              UNTIL WS-RSE-SUB > WS-RSE-COUNT
                 OR RSE-EMP (WS-RSE-SUB) = EMP-NUMBER
           END-PERFORM.
           IF WS-RSE-SUB > WS-RSE-COUNT
              GO TO 5100-EXIT
           END-IF.
           IF NOT RSE-TO-RAISE (WS-RSE-SUB)
              GO TO 5100-EXIT
           END-IF.
           PERFORM VARYING WS-DPT-SUB FROM 1 BY 1
              UNTIL WS-DPT-SUB > WS-DPT-COUNT
                 OR DPT-CODE (WS-DPT-SUB) = RSE-DEPT (WS-RSE-SUB)
           END-PERFORM.
           IF WS-DPT-SUB > WS-DPT-COUNT
              OR DPT-OVER-BUDGET (WS-DPT-SUB)
              ADD 1 TO WS-RAISES-OVER-BUDGET
              GO TO 5100-EXIT
           END-IF.
           MOVE SPACES                 TO MAINT-TRANS-RECORD.
           MOVE "C"                    TO TRN-ACTION.
           MOVE EMP-NUMBER             TO TRN-EMP-NUMBER.
           MOVE EMP-NAME               TO TRN-EMP-NAME.
           MOVE EMP-DEPT               TO TRN-EMP-DEPT.
           MOVE EMP-BANK-ROUTING       TO TRN-EMP-BANK-ROUTING.
           MOVE EMP-BANK-ACCOUNT       TO TRN-EMP-BANK-ACCOUNT.
           MOVE EMP-STATUS             TO TRN-EMP-STATUS.
           MOVE EMP-HIRE-DATE          TO TRN-EMP-HIRE-DATE.
           MOVE EMP-TERM-DATE          TO TRN-EMP-TERM-DATE.
           MOVE EMP-WORK-STATE         TO TRN-EMP-WORK-STATE.
           MOVE EMP-PAY-RATE           TO TRN-EMP-PAY-RATE.
           MOVE EMP-PAY-FREQUENCY      TO TRN-EMP-PAY-FREQUENCY.
           MOVE EMP-FED-ALLOWANCES     TO TRN-EMP-FED-ALLOWANCES.
           MOVE EMP-SSN                TO TRN-EMP-SSN.
           MOVE EMP-ADDRESS            TO TRN-EMP-ADDRESS.
           MOVE EMP-CITY               TO TRN-EMP-CITY.
           MOVE EMP-STATE              TO TRN-EMP-STATE.
           MOVE EMP-ZIP                TO TRN-EMP-ZIP.
           MOVE EMP-LOCALITY           TO TRN-EMP-LOCALITY.
           MOVE EMP-COMP-CLASS         TO TRN-EMP-COMP-CLASS.
           MOVE WS-EFFECTIVE-DATE      TO TRN-EFFECTIVE-DATE.
           IF RSE-PAY-TYPE (WS-RSE-SUB) = "S"
              MOVE "S"                 TO TRN-EMP-PAY-TYPE
              MOVE RSE-NEW-AMOUNT (WS-RSE-SUB)
                                       TO TRN-EMP-ANNUAL-SALARY
              MOVE EMP-FLSA-STATUS     TO TRN-EMP-FLSA-STATUS
           ELSE
              MOVE RSE-NEW-AMOUNT (WS-RSE-SUB)
                                       TO TRN-EMP-PAY-RATE-N
           END-IF.
           WRITE MAINT-TRANS-RECORD.
           IF NOT GOOD-MAINT-TRANS-OUT-WRITE
              DISPLAY "RAISGNRB: WRITE FAILED ON MAINT-TRANS-OUT FOR "
                  EMP-NUMBER ", STATUS = " WS-MAINT-TRANS-OUT-STATUS
              MOVE 16 TO RETURN-CODE
              GO TO 5100-EXIT
           END-IF.
           ADD 1 TO WS-RAISES-POSTED.
           MOVE EMP-NUMBER                  TO REG-EMP-NUMBER.
           MOVE WS-EFFECTIVE-DATE           TO REG-EFF-DATE.
           MOVE RSE-OLD-AMOUNT (WS-RSE-SUB) TO REG-OLD-AMOUNT.
           MOVE RSE-NEW-AMOUNT (WS-RSE-SUB) TO REG-NEW-AMOUNT.
           MOVE SGN-USER-ID                 TO REG-POSTED-BY.
           MOVE WS-TODAY                    TO REG-POSTED-DATE.
           WRITE RAISE-REGISTER-RECORD.
           IF RAISE-IS-BACKDATED
              AND RSE-PAY-TYPE (WS-RSE-SUB) = "H"
              MOVE EMP-NUMBER                  TO RCH-EMP-NUMBER
              MOVE RSE-OLD-AMOUNT (WS-RSE-SUB) TO RCH-OLD-RATE
              MOVE RSE-NEW-AMOUNT (WS-RSE-SUB) TO RCH-NEW-RATE
              MOVE WS-EFFECTIVE-DATE           TO RCH-EFF-DATE
              WRITE RATE-CHANGE-RECORD
              ADD 1 TO WS-RETRO-WRITTEN
           END-IF.
       5100-EXIT.
           EXIT.

       8000-WRITE-HEADINGS.
           add 1 to WS-PAGE-COUNT.
           move WS-PAGE-COUNT TO PAGE-HDG-01-PAGE.
           WRITE PROPOSAL-LISTING-RECORD FROM WS-REPORT-RULER
             after advancing page.
           WRITE PROPOSAL-LISTING-RECORD
            FROM PAGE-HDG-01 after advancing 01 LINES.
           WRITE PROPOSAL-LISTING-RECORD
            FROM PAGE-HDG-02 after advancing 01 LINES.
           WRITE PROPOSAL-LISTING-RECORD
            FROM PAGE-HDG-03 after advancing 01 LINES.
           WRITE PROPOSAL-LISTING-RECORD
            FROM PAGE-HDG-04 AFTER ADVANCING 02 LINES.
           MOVE 5 TO WS-LINE-COUNT.

       9000-CREATE-LISTING-TOTAL-LINE.
           MOVE WS-RAISES-PROPOSED    TO TOTAL-RAISES-PROPOSED.
           MOVE WS-TOTAL-ANNUAL-COST  TO TOTAL-ANNUAL-COST.
           MOVE WS-DEPTS-OVER-BUDGET  TO TOTAL-DEPTS-OVER.
           MOVE WS-RAISES-POSTED      TO TOTAL-RAISES-POSTED.
           write PROPOSAL-LISTING-RECORD from DETAIL-LINE-LINE
             AFTER ADVANCING 01 LINES.
           write PROPOSAL-LISTING-RECORD from TOTALS-LINE
             AFTER ADVANCING 02 LINES.
           write PROPOSAL-LISTING-RECORD from WS-REPORT-RULER
             after advancing 02 LINES.

       9900-WRITE-AUDIT-RECORD.
      * APPEND ONE SUMMARY LINE FOR THIS RUN TO THE SHARED OPERATIONS
      * AUDIT TRAIL, MIRRORING THE PROGRAM TOTALS DISPLAYED ABOVE.
           ACCEPT WS-RUN-TIME FROM TIME.
           MOVE "RAISGNRB"          TO AUD-PROGRAM-NAME.
           MOVE WS-RUN-DATE         TO AUD-RUN-DATE.
           MOVE WS-RUN-TIME         TO AUD-RUN-TIME.
           MOVE WS-EMPLOYEES-READ   TO AUD-RECORDS-READ.
           MOVE WS-RAISES-POSTED    TO AUD-RECORDS-WRITTEN.
           MOVE SPACES              TO AUD-KEY-TOTALS.
           MOVE "PROPOSED="         TO AUD-KEY-TOTALS(1:9).
           MOVE WS-RAISES-PROPOSED  TO AUD-KEY-TOTALS(10:5).
           MOVE " POSTED="          TO AUD-KEY-TOTALS(15:8).
           MOVE WS-RAISES-POSTED    TO AUD-KEY-TOTALS(23:5).
           MOVE SGN-USER-ID         TO AUD-USER-ID.
           IF RETURN-CODE = 0
              MOVE "OK" TO AUD-COMPLETION-STATUS
           ELSE
              MOVE "ER" TO AUD-COMPLETION-STATUS
           END-IF.
           WRITE AUDIT-TRAIL-RECORD FROM AUDIT-TRAIL-LINE.
