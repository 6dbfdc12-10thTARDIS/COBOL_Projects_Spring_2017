       IDENTIFICATION DIVISION.
       PROGRAM-ID.    BENENRRB.
       AUTHOR.        RYAN BROOKS
      * BENEFITS ENROLLMENT AND OPEN ENROLLMENT.  HEALTH, DENTAL,
      * AND 401(K) DEDUCTION-MASTER ROWS USED TO BE KEYED BY CODE
      * AND DOLLAR AMOUNT, WITH NOTHING ON FILE TO SAY WHICH PLAN
      * AND COVERAGE TIER ANYBODY HAD ELECTED - SO EVERY JANUARY'S
      * PREMIUM CHANGE MEANT RECALCULATING EVERY ROW BY HAND.
      *
      * THE BENEFIT PLAN FILE CARRIES EACH PLAN'S EMPLOYEE SHARE FOR
      * EACH PLAN YEAR: A MONTHLY PREMIUM PER TIER (E = EMPLOYEE
      * ONLY, S = EMPLOYEE + SPOUSE, F = FAMILY), OR FOR A PLAN
      * LIKE THE 401(K) AN AMOUNT PER CHECK THE EMPLOYEE ELECTS.
      * THE ENROLLMENT FILE CARRIES ONE ROW PER EMPLOYEE PER
      * COVERAGE (THE DEDUCTION CODE - HLT, DEN, 401): PLAN, TIER,
      * ELECTED AMOUNT, EFFECTIVE DATE, AND THE PER-CHECK COST NOW
      * BEING TAKEN.
      *
      * THE OPEN-ENROLLMENT RUN READS THE ELECTION CHANGES (E TO
      * ELECT OR CHANGE A PLAN, W TO WAIVE A COVERAGE), REPRICES
      * EVERY ENROLLMENT AT THE NEW PLAN YEAR'S RATES FOR THE
      * EMPLOYEE'S PAY FREQUENCY, AND WRITES THE MATCHING
      * DEDUCTION-MASTER CHANGES: NEW AMOUNT ON AN EXISTING ROW, A
      * NEW VOLUNTARY ROW FOR A NEW ELECTION, THE ROW DROPPED FOR A
      * WAIVER.  EVERY EMPLOYEE GETS A CONFIRMATION STATEMENT OF
      * OLD AND NEW PER-CHECK COST, AND THE CHANGE LISTING SHOWS
      * EVERY ELECTION AND ANYTHING THAT COULD NOT BE REPRICED.
      *
      * THE DEDUCTION MASTER HAS NO EFFECTIVE DATE, SO THE RUN IS
      * MADE AFTER THE LAST PAYROLL OF THE OLD PLAN YEAR AND BEFORE
      * THE FIRST ONE OF THE NEW.  THE PLAN YEAR COMES FROM
      * BENENRRB-PLAN-YEAR (CCYY), DEFAULT THE YEAR AFTER THE RUN.
      * AN ENROLLMENT IN A PLAN NOT OFFERED IN THE NEW YEAR IS LEFT
      * AS IT WAS AND LISTED FOR HR TO MOVE BY ELECTION.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ELECTION-TRANS-IN ASSIGN DYNAMIC
                 WS-ELECTION-TRANS-IN-PATH
             organization is line sequential
             file status is WS-ELECTION-TRANS-IN-STATUS.
           SELECT BENEFIT-PLAN-FILE ASSIGN DYNAMIC
                 WS-BENEFIT-PLAN-PATH
             organization is line sequential
             file status is WS-BENEFIT-PLAN-STATUS.
           SELECT ENROLLMENT-FILE ASSIGN DYNAMIC
                 WS-ENROLLMENT-PATH
             organization is line sequential
             file status is WS-ENROLLMENT-STATUS.
           SELECT EMPLOYEE-MASTER ASSIGN DYNAMIC
                 WS-EMPLOYEE-MASTER-PATH
             organization is indexed
             access is sequential
             record key is EMP-NUMBER
             file status is WS-EMPLOYEE-MASTER-STATUS.
           SELECT DEDUCTION-MASTER ASSIGN DYNAMIC
                 WS-DEDUCTION-MASTER-PATH
             organization is indexed
             access is dynamic
             record key is DED-KEY
             file status is WS-DEDUCTION-MASTER-STATUS.
           SELECT CHANGE-LISTING
             ASSIGN DYNAMIC WS-CHANGE-LISTING-PATH
             organization is LINE sequential
             file status is WS-CHANGE-LISTING-STATUS.
           SELECT CONFIRMATION-FILE
             ASSIGN DYNAMIC WS-CONFIRMATION-PATH
             organization is LINE sequential
             file status is WS-CONFIRMATION-STATUS.
           SELECT AUDIT-TRAIL-FILE ASSIGN DYNAMIC
                 WS-AUDIT-TRAIL-PATH
             organization is line sequential
             file status is WS-AUDIT-TRAIL-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  ELECTION-TRANS-IN
           RECORDING MODE IS F
           DATA RECORD IS ELECTION-TRANS-RECORD.
       01 ELECTION-TRANS-RECORD.
           05  ELC-EMP-NUMBER           PIC X(06).
           05  ELC-DED-CODE             PIC X(03).
           05  ELC-ACTION               PIC X(01).
               88 ELC-ELECT                VALUE "E".
               88 ELC-WAIVE                VALUE "W".
           05  ELC-PLAN                 PIC X(04).
           05  ELC-TIER                 PIC X(01).
           05  ELC-AMOUNT-X             PIC X(06).
           05  ELC-AMOUNT REDEFINES
               ELC-AMOUNT-X             PIC 9(04)V99.

      * ONE ROW PER PLAN PER PLAN YEAR.  BASIS T = TIERED MONTHLY
      * EMPLOYEE PREMIUM, A = AMOUNT PER CHECK ELECTED BY THE
      * EMPLOYEE (THE TIER RATES ARE NOT USED).  TAX FLAG P = PRE-
      * TAX, A = AFTER-TAX, AS ON THE DEDUCTION MASTER.
       FD  BENEFIT-PLAN-FILE
           RECORDING MODE IS F
           DATA RECORD IS BENEFIT-PLAN-RECORD.
       01 BENEFIT-PLAN-RECORD.
           05  PLN-YEAR                 PIC X(04).
           05  PLN-CODE                 PIC X(04).
           05  PLN-DED-CODE             PIC X(03).
           05  PLN-NAME                 PIC X(20).
           05  PLN-TAX-FLAG             PIC X(01).
           05  PLN-BASIS                PIC X(01).
           05  PLN-EE-MONTHLY-X         PIC X(07).
           05  PLN-EE-MONTHLY REDEFINES
               PLN-EE-MONTHLY-X         PIC 9(05)V99.
           05  PLN-ES-MONTHLY-X         PIC X(07).
           05  PLN-ES-MONTHLY REDEFINES
               PLN-ES-MONTHLY-X         PIC 9(05)V99.
           05  PLN-FA-MONTHLY-X         PIC X(07).
           05  PLN-FA-MONTHLY REDEFINES
               PLN-FA-MONTHLY-X         PIC 9(05)V99.

       FD  ENROLLMENT-FILE
           RECORDING MODE IS F
           DATA RECORD IS ENROLLMENT-RECORD.
       01 ENROLLMENT-RECORD.
           05  ENR-EMP-NUMBER           PIC X(06).
           05  ENR-DED-CODE             PIC X(03).
           05  ENR-PLAN                 PIC X(04).
           05  ENR-TIER                 PIC X(01).
           05  ENR-ELECTED-AMOUNT       PIC 9(04)V99.
           05  ENR-EFF-DATE             PIC X(08).
           05  ENR-PLAN-YEAR            PIC X(04).
           05  ENR-PER-CHECK            PIC 9(04)V99.

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
      * THE TAIL IS CARRIED SO THE RECORD MATCHES THE INDEXED
      * MASTER'S FIXED LENGTH; ONLY THE FIELDS ABOVE ARE USED.
           05  FILLER                   PIC X(119).

      * SAME LAYOUT PAYRPTRB TAKES THE DEDUCTIONS FROM.
       FD  DEDUCTION-MASTER
           RECORDING MODE IS F
           DATA RECORD IS DEDUCTION-MASTER-RECORD.
       01 DEDUCTION-MASTER-RECORD.
           05  DED-KEY.
               10 DED-EMP-NUMBER        PIC X(06).
               10 DED-CODE              PIC X(03).
           05  DED-TAX-FLAG             PIC X(01).
           05  DED-CLASS                PIC X(01).
           05  DED-AMOUNT               PIC 9(04)V99.
           05  DED-GOAL                 PIC 9(06)V99.
           05  DED-TAKEN                PIC 9(06)V99.
           05  DED-PAYEE-ID             PIC X(05).
           05  DED-CASE-NUMBER          PIC X(12).

       FD  CHANGE-LISTING
           RECORDING MODE IS F
           DATA RECORD IS CHANGE-LISTING-RECORD.
       01 CHANGE-LISTING-RECORD          PIC X(133).

       FD  CONFIRMATION-FILE
           RECORDING MODE IS F
           DATA RECORD IS CONFIRMATION-RECORD.
       01 CONFIRMATION-RECORD            PIC X(133).

       FD  AUDIT-TRAIL-FILE
           RECORDING MODE IS F
           DATA RECORD IS AUDIT-TRAIL-RECORD.
       01 AUDIT-TRAIL-RECORD             PIC X(89).

       WORKING-STORAGE SECTION.
      * FILE PATHS - DEFAULT TO THE PATHS BELOW, BUT CAN BE OVERRIDDEN
      * AT RUN TIME BY SETTING THE MATCHING ENVIRONMENT VARIABLE
      * BEFORE STARTING THE PROGRAM (SEE 0500-GET-FILE-PATHS):
        01 WS-FILE-PATHS.
           05 WS-ELECTION-TRANS-IN-PATH PIC X(80)
                VALUE "C:\Users\Ryan\Desktop\BENELECT.txt".
           05 WS-BENEFIT-PLAN-PATH      PIC X(80)
                VALUE "C:\Users\Ryan\Desktop\BENPLAN.DAT".
           05 WS-ENROLLMENT-PATH        PIC X(80)
                VALUE "C:\Users\Ryan\Desktop\BENENROL.DAT".
           05 WS-EMPLOYEE-MASTER-PATH   PIC X(80)
                VALUE "C:\Users\Ryan\Desktop\EMPLOYEE-MASTER.DAT".
           05 WS-DEDUCTION-MASTER-PATH  PIC X(80)
                VALUE "C:\Users\Ryan\Desktop\DEDMAST.DAT".
           05 WS-CHANGE-LISTING-PATH    PIC X(80)
                VALUE "C:\Users\Ryan\Desktop\BENENROL-CHANGES.rpt".
           05 WS-CONFIRMATION-PATH      PIC X(80)
                VALUE "C:\Users\Ryan\Desktop\BENCONF.rpt".
           05 WS-AUDIT-TRAIL-PATH       PIC X(80)
                VALUE "C:\Users\Ryan\Desktop\OPS-AUDIT-TRAIL.LOG".
           05 WS-ENV-PATH-OVERRIDE      PIC X(80).

      * File status
        COPY "FILESTAT.cpy" REPLACING
            ==STATUS-FIELD==   BY ==WS-ELECTION-TRANS-IN-STATUS==
            ==STATUS-OK==      BY ==ELECTION-TRANS-IN-SUCCESSFUL==
            ==STATUS-EOF==     BY ==END-OF-ELECTION-TRANS-IN==
            ==STATUS-INVALID== BY ==INVALID-VALUE-IN-FILE==.
        01 WS-BENEFIT-PLAN-STATUS       pic X(02).
           88 BENEFIT-PLAN-SUCCESSFUL      VALUE "00".
           88 END-OF-BENEFIT-PLAN          VALUE "10".
        01 WS-ENROLLMENT-STATUS         pic X(02).
           88 ENROLLMENT-SUCCESSFUL        VALUE "00".
           88 END-OF-ENROLLMENT            VALUE "10".
        01 WS-EMPLOYEE-MASTER-STATUS    pic X(02).
           88 EMPLOYEE-MASTER-SUCCESSFUL   VALUE "00".
           88 END-OF-EMPLOYEE-MASTER       VALUE "10".
        01 WS-DEDUCTION-MASTER-STATUS   pic X(02).
           88 DEDUCTION-MASTER-SUCCESSFUL  VALUE "00".
           88 END-OF-DEDUCTION-MASTER      VALUE "10".
        01 WS-CHANGE-LISTING-STATUS     pic X(02).
           88 GOOD-CHANGE-LISTING-WRITE    VALUE "00".
        01 WS-CONFIRMATION-STATUS       pic X(02).
           88 GOOD-CONFIRMATION-WRITE      VALUE "00".
        01 WS-AUDIT-TRAIL-STATUS        pic X(02).
           88 GOOD-AUDIT-TRAIL-WRITE       VALUE "00".

      * PLAN YEAR BEING PRICED AND THE DATE ITS ELECTIONS TAKE HOLD.
        01 WS-PLAN-YEAR                 PIC X(04) VALUE SPACES.
        01 WS-PLAN-YEAR-N REDEFINES
           WS-PLAN-YEAR                 PIC 9(04).
        01 WS-PLAN-EFF-DATE             PIC X(08) VALUE SPACES.
        01 WS-ENV-STAGING               PIC X(10) VALUE SPACES.

      * PLANS OFFERED IN THE PLAN YEAR
        01 WS-PLN-COUNT                 PIC 9(03) VALUE 0.
        01 WS-PLN-SUB                   PIC 9(03) VALUE 0.
        01 WS-PLAN-TABLE.
           05 PLN-TABLE-ENTRY OCCURS 0 TO 200 TIMES
                 DEPENDING ON WS-PLN-COUNT.
              10 TABLE-PLN-CODE         PIC X(04).
              10 TABLE-PLN-DED-CODE     PIC X(03).
              10 TABLE-PLN-NAME         PIC X(20).
              10 TABLE-PLN-TAX-FLAG     PIC X(01).
              10 TABLE-PLN-BASIS        PIC X(01).
                 88 PLAN-IS-TIERED         VALUE "T".
                 88 PLAN-IS-ELECTED-AMT    VALUE "A".
              10 TABLE-PLN-EE-MONTHLY   PIC 9(05)V99.
              10 TABLE-PLN-ES-MONTHLY   PIC 9(05)V99.
              10 TABLE-PLN-FA-MONTHLY   PIC 9(05)V99.
        01 WS-PLAN-ERRORS               PIC 9(03) VALUE 0.

      * ACTIVE AND TERMINATED EMPLOYEES, FOR NAME AND PAY FREQUENCY
        01 WS-EMP-COUNT                 PIC 9(04) VALUE 0.
        01 WS-EMP-SUB                   PIC 9(04) VALUE 0.
        01 WS-EMPLOYEE-TABLE.
           05 EMP-TABLE-ENTRY OCCURS 0 TO 5000 TIMES
                 DEPENDING ON WS-EMP-COUNT.
              10 TABLE-EMP-NUMBER       PIC X(06).
              10 TABLE-EMP-NAME         PIC X(20).
              10 TABLE-EMP-DEPT         PIC X(04).
              10 TABLE-EMP-STATUS       PIC X(01).
              10 TABLE-EMP-FREQUENCY    PIC X(01).

      * ENROLLMENT TABLE - LOADED AT STARTUP, CHANGED BY ELECTIONS,
      * REPRICED, AND REWRITTEN AT END OF RUN.  THE OLD PLAN, TIER,
      * AND COST ARE KEPT FOR THE CONFIRMATION STATEMENT.
        01 WS-ENT-COUNT                 PIC 9(04) VALUE 0.
        01 WS-ENT-SUB                   PIC 9(04) VALUE 0.
        01 WS-ENROLLMENT-TABLE.
           05 ENT-TABLE-ENTRY OCCURS 0 TO 5000 TIMES
                 DEPENDING ON WS-ENT-COUNT.
              10 ENT-KEY.
                 15 ENT-EMP             PIC X(06).
                 15 ENT-DED-CODE        PIC X(03).
              10 ENT-PLAN               PIC X(04).
              10 ENT-TIER               PIC X(01).
              10 ENT-ELECTED-AMOUNT     PIC 9(04)V99.
              10 ENT-EFF-DATE           PIC X(08).
              10 ENT-PLAN-YEAR          PIC X(04).
              10 ENT-PER-CHECK          PIC 9(04)V99.
              10 ENT-OLD-PLAN           PIC X(04).
              10 ENT-OLD-TIER           PIC X(01).
              10 ENT-OLD-PER-CHECK      PIC 9(04)V99.
              10 ENT-TAX-FLAG           PIC X(01).
              10 ENT-STATUS             PIC X(01).
                 88 ENT-KEPT               VALUE "K".
                 88 ENT-CHANGED            VALUE "C".
                 88 ENT-NEW                VALUE "N".
                 88 ENT-WAIVED             VALUE "W".
                 88 ENT-NOT-OFFERED        VALUE "X".
                 88 ENT-NOT-ACTIVE         VALUE "T".
              10 ENT-ELECTION-SW        PIC X(01).
                 88 ENT-ELECTED-THIS-RUN   VALUE "Y".
        01 WS-ENT-SWAP                  PIC X(52) VALUE SPACES.
        01 WS-SORT-LIMIT                PIC 9(04) VALUE 0.
        01 WS-SWAPPED-SW                PIC X(01) VALUE "N".
           88 A-SWAP-HAPPENED              VALUE "Y".

      * DEDUCTION MASTER, LOADED WHOLE IN KEY ORDER AND WRITTEN BACK
      * WHOLE, AS FINPAYRB DOES.
        01 WS-DED-COUNT                 PIC 9(04) VALUE 0.
        01 WS-DED-SUB                   PIC 9(04) VALUE 0.
        01 WS-DED-SHIFT                 PIC 9(04) VALUE 0.
        01 WS-DED-TABLE.
           05 DED-TABLE-ENTRY OCCURS 0 TO 5000 TIMES
                 DEPENDING ON WS-DED-COUNT.
              10 TABLE-DED-ROW.
                 15 TABLE-DED-KEY.
                    20 TABLE-DED-EMP-NUMBER PIC X(06).
                    20 TABLE-DED-CODE   PIC X(03).
                 15 TABLE-DED-TAX-FLAG  PIC X(01).
                 15 TABLE-DED-CLASS     PIC X(01).
                 15 TABLE-DED-AMOUNT    PIC 9(04)V99.
                 15 TABLE-DED-GOAL      PIC 9(06)V99.
                 15 TABLE-DED-TAKEN     PIC 9(06)V99.
                 15 TABLE-DED-PAYEE     PIC X(05).
                 15 TABLE-DED-CASE      PIC X(12).
              10 TABLE-DED-STOP-SW      PIC X(01).
                 88 TABLE-DED-STOPPED      VALUE "Y".

      * WORK AREAS
        01 WS-VALID-TRANS-SW            PIC X(01) VALUE "Y".
           88 VALID-TRANS                  VALUE "Y".
           88 INVALID-TRANS                VALUE "N".
        01 WS-REJECT-REASON             PIC X(30) VALUE SPACES.
        01 WS-PERIODS-PER-YEAR          PIC 9(02) VALUE 0.
        01 WS-MONTHLY-PREMIUM           PIC 9(05)V99 VALUE 0.
        01 WS-PREV-EMP                  PIC X(06) VALUE SPACES.
        01 WS-STMT-OLD-TOTAL            PIC 9(05)V99 VALUE 0.
        01 WS-STMT-NEW-TOTAL            PIC 9(05)V99 VALUE 0.
        01 WS-STMT-ROWS                 PIC 9(03) VALUE 0.

      * RUN COUNTERS
        01 WS-TRANS-READ                PIC 9(05) VALUE 0.
        01 WS-TRANS-APPLIED             PIC 9(05) VALUE 0.
        01 WS-TRANS-REJECTED            PIC 9(05) VALUE 0.
        01 WS-ENROLLMENTS-REPRICED      PIC 9(05) VALUE 0.
        01 WS-NOT-OFFERED-COUNT         PIC 9(05) VALUE 0.
        01 WS-DED-ROWS-CHANGED          PIC 9(05) VALUE 0.
        01 WS-DED-ROWS-ADDED            PIC 9(05) VALUE 0.
        01 WS-DED-ROWS-STOPPED          PIC 9(05) VALUE 0.
        01 WS-STATEMENTS-PRINTED        PIC 9(05) VALUE 0.
        01 WS-RUN-DATE                  PIC X(08).
        01 WS-RUN-TIME                  PIC 9(08) VALUE 0.
        01 WS-TODAY                     PIC X(08) VALUE SPACES.
        COPY "AUDITTRL.cpy".
        COPY "RUNLOCK.cpy".
      * OPERATOR SIGN-ON - THE BENEFITS ADMINISTRATOR WHOSE ID GOES
      * ON THE CHANGE LISTING AND THE AUDIT TRAIL.
        COPY "SIGNON.cpy".

       01  PAGE-HDG-01.
           05 PAGE-HDG-01-CC         PIC X(01) VALUE SPACE.
           05 FILLER                 PIC X(46) VALUE SPACES.
           05 FILLER                 PIC X(37)
              VALUE "BENEFITS OPEN ENROLLMENT - CHANGES".
           05 FILLER                 PIC X(21) VALUE SPACES.
           05 FILLER                 PIC X(06) VALUE "PAGE: ".
           05 PAGE-HDG-01-PAGE       PIC ZZ9.
       01  PAGE-HDG-02.
           05 PAGE-HDG-02-CC         PIC X(01) VALUE SPACE.
           05 FILLER                 PIC X(48) VALUE SPACES.
           05 FILLER                 PIC X(11) VALUE "PLAN YEAR: ".
           05 PAGE-HDG-02-YEAR       PIC X(04).
           05 FILLER                 PIC X(04) VALUE SPACES.
           05 FILLER                 PIC X(10) VALUE "RUN DATE: ".
           05 PAGE-HDG-02-DATE       PIC XX/XX/XXXX.
       01  PAGE-HDG-03.
           05 PAGE-HDG-03-CC         PIC X(01) VALUE SPACE.
           05 FILLER                 PIC X(04) VALUE SPACES.
           05 FILLER                 PIC X(09) VALUE "ACTION   ".
           05 FILLER                 PIC X(09) VALUE "EMP. NUM ".
           05 FILLER                 PIC X(22) VALUE "NAME".
           05 FILLER                 PIC X(05) VALUE "COV  ".
           05 FILLER                 PIC X(10) VALUE "OLD PLAN  ".
           05 FILLER                 PIC X(10) VALUE "NEW PLAN  ".
           05 FILLER                 PIC X(12) VALUE "  OLD/CHECK ".
           05 FILLER                 PIC X(31) VALUE "RESULT".
           05 FILLER                 PIC X(08) VALUE "USER".

       01  DETAIL-LINE-CHANGE.
           05 DTL-CC                 PIC X(01) VALUE SPACE.
           05 FILLER                 PIC X(04) VALUE SPACES.
           05 DTL-TAG                PIC X(09).
           05 DTL-EMP-NUM            PIC X(06).
           05 FILLER                 PIC X(03) VALUE SPACES.
           05 DTL-EMP-NAME           PIC X(20).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 DTL-DED-CODE           PIC X(03).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 DTL-OLD-PLAN           PIC X(04).
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 DTL-OLD-TIER           PIC X(01).
           05 FILLER                 PIC X(04) VALUE SPACES.
           05 DTL-NEW-PLAN           PIC X(04).
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 DTL-NEW-TIER           PIC X(01).
           05 FILLER                 PIC X(04) VALUE SPACES.
           05 DTL-OLD-PER-CHECK      PIC Z,ZZ9.99.
           05 FILLER                 PIC X(04) VALUE SPACES.
           05 DTL-RESULT             PIC X(30).
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 DTL-USER               PIC X(08).

       01  TOTALS-LINE-1.
           05 TOTAL-LINE-1-CC        PIC X(01) VALUE SPACE.
           05 FILLER                 PIC X(09) VALUE SPACES.
           05 FILLER                 PIC X(11) VALUE "ELECTIONS: ".
           05 TOTAL-TRANS-READ       PIC ZZ,ZZ9.
           05 FILLER                 PIC X(03) VALUE SPACES.
           05 FILLER                 PIC X(10) VALUE "REJECTED: ".
           05 TOTAL-TRANS-REJECTED   PIC ZZ,ZZ9.
           05 FILLER                 PIC X(03) VALUE SPACES.
           05 FILLER                 PIC X(10) VALUE "REPRICED: ".
           05 TOTAL-REPRICED         PIC ZZ,ZZ9.
           05 FILLER                 PIC X(03) VALUE SPACES.
           05 FILLER                 PIC X(14) VALUE "NOT OFFERED: ".
           05 TOTAL-NOT-OFFERED      PIC ZZ,ZZ9.

       01  TOTALS-LINE-2.
           05 TOTAL-LINE-2-CC        PIC X(01) VALUE SPACE.
           05 FILLER                 PIC X(09) VALUE SPACES.
           05 FILLER                 PIC X(17)
              VALUE "DEDUCTIONS CHG: ".
           05 TOTAL-DED-CHANGED      PIC ZZ,ZZ9.
           05 FILLER                 PIC X(03) VALUE SPACES.
           05 FILLER                 PIC X(07) VALUE "ADDED: ".
           05 TOTAL-DED-ADDED        PIC ZZ,ZZ9.
           05 FILLER                 PIC X(03) VALUE SPACES.
           05 FILLER                 PIC X(09) VALUE "STOPPED: ".
           05 TOTAL-DED-STOPPED      PIC ZZ,ZZ9.

       01  DETAIL-LINE-LINE.
           05 FILLER                 PIC X(10) VALUE SPACES.
           05 FILLER                 PIC X(115) VALUE ALL "_".
           05 FILLER                 PIC X(21) VALUE SPACES.

      * CONFIRMATION STATEMENT - ONE PAGE PER EMPLOYEE
       01  STMT-HDG-01.
           05 FILLER                 PIC X(10) VALUE SPACES.
           05 FILLER                 PIC X(45)
              VALUE "BENEFITS ENROLLMENT CONFIRMATION - PLAN YEAR ".
           05 STMT-HDG-01-YEAR       PIC X(04).
       01  STMT-HDG-02.
           05 FILLER                 PIC X(10) VALUE SPACES.
           05 FILLER                 PIC X(10) VALUE "EMPLOYEE: ".
           05 STMT-EMP-NUM           PIC X(06).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 STMT-EMP-NAME          PIC X(20).
           05 FILLER                 PIC X(03) VALUE SPACES.
           05 FILLER                 PIC X(06) VALUE "DEPT: ".
           05 STMT-EMP-DEPT          PIC X(04).
           05 FILLER                 PIC X(03) VALUE SPACES.
           05 FILLER                 PIC X(06) VALUE "PAID: ".
           05 STMT-FREQUENCY         PIC X(12).
       01  STMT-HDG-03.
           05 FILLER                 PIC X(10) VALUE SPACES.
           05 FILLER                 PIC X(10) VALUE "COVERAGE  ".
           05 FILLER                 PIC X(07) VALUE "PLAN   ".
           05 FILLER                 PIC X(22) VALUE "DESCRIPTION".
           05 FILLER                 PIC X(13) VALUE "TIER".
           05 FILLER                 PIC X(14) VALUE " OLD PER CHECK".
           05 FILLER                 PIC X(14) VALUE " NEW PER CHECK".
           05 FILLER                 PIC X(03) VALUE SPACES.
           05 FILLER                 PIC X(04) VALUE "NOTE".
       01  STMT-DETAIL-LINE.
           05 FILLER                 PIC X(10) VALUE SPACES.
           05 STMT-DED-CODE          PIC X(03).
           05 FILLER                 PIC X(07) VALUE SPACES.
           05 STMT-PLAN              PIC X(04).
           05 FILLER                 PIC X(03) VALUE SPACES.
           05 STMT-PLAN-NAME         PIC X(20).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 STMT-TIER              PIC X(13).
           05 FILLER                 PIC X(06) VALUE SPACES.
           05 STMT-OLD-PER-CHECK     PIC Z,ZZ9.99.
           05 FILLER                 PIC X(06) VALUE SPACES.
           05 STMT-NEW-PER-CHECK     PIC Z,ZZ9.99.
           05 FILLER                 PIC X(03) VALUE SPACES.
           05 STMT-NOTE              PIC X(30).
       01  STMT-TOTAL-LINE.
           05 FILLER                 PIC X(10) VALUE SPACES.
           05 FILLER                 PIC X(52)
              VALUE "TOTAL BENEFIT DEDUCTIONS PER CHECK".
           05 FILLER                 PIC X(04) VALUE SPACES.
           05 STMT-OLD-TOTAL         PIC ZZ,ZZ9.99.
           05 FILLER                 PIC X(05) VALUE SPACES.
           05 STMT-NEW-TOTAL         PIC ZZ,ZZ9.99.
       01  STMT-FOOT-LINE.
           05 FILLER                 PIC X(10) VALUE SPACES.
           05 FILLER                 PIC X(36)
              VALUE "NEW DEDUCTIONS START WITH THE FIRST ".
           05 FILLER                 PIC X(21)
              VALUE "PAYCHECK ON OR AFTER ".
           05 STMT-EFF-DATE          PIC X(08).
           05 FILLER                 PIC X(40)
              VALUE ".  QUESTIONS - SEE HUMAN RESOURCES.".

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

           DISPLAY "BENENRRB FOR RYAN BROOKS".

           PERFORM 1000-INITIALIZE.
           PERFORM 2000-READ-ELECTION.

           perform until END-OF-ELECTION-TRANS-IN
              perform 2500-VALIDATE-ELECTION
              IF VALID-TRANS
                 perform 3000-APPLY-ELECTION
              ELSE
                 perform 7200-LIST-REJECT
              END-IF
              perform 2000-READ-ELECTION
           END-PERFORM.

           PERFORM 4000-REPRICE-ENROLLMENTS.
           PERFORM 5000-UPDATE-DEDUCTION-TABLE.
           PERFORM 6000-PRINT-CONFIRMATIONS.
           perform 9000-CREATE-LISTING-TOTAL-LINE.
           PERFORM 9600-WRITE-ENROLLMENT-FILE.
           PERFORM 9700-WRITE-DEDUCTION-MASTER.
           PERFORM 1220-RELEASE-RUN-LOCK.

           display "ELECTIONS READ:              " WS-TRANS-READ.
           display "ELECTIONS APPLIED:           " WS-TRANS-APPLIED.
           display "ELECTIONS REJECTED:          " WS-TRANS-REJECTED.
           display "ENROLLMENTS REPRICED:        "
               WS-ENROLLMENTS-REPRICED.
           display "PLAN NOT OFFERED:            "
               WS-NOT-OFFERED-COUNT.
           display "DEDUCTION ROWS CHANGED:      " WS-DED-ROWS-CHANGED.
           display "DEDUCTION ROWS ADDED:        " WS-DED-ROWS-ADDED.
           display "DEDUCTION ROWS STOPPED:      " WS-DED-ROWS-STOPPED.
           display "CONFIRMATIONS PRINTED:       "
               WS-STATEMENTS-PRINTED.

           PERFORM 9900-WRITE-AUDIT-RECORD.

           close ELECTION-TRANS-IN
                 CHANGE-LISTING
                 CONFIRMATION-FILE
                 AUDIT-TRAIL-FILE.

           GOBACK.

       0500-GET-FILE-PATHS.
      * OVERRIDE THE DEFAULT FILE PATHS IF THE MATCHING ENVIRONMENT
      * VARIABLE HAS BEEN SET:
           ACCEPT WS-ENV-PATH-OVERRIDE FROM ENVIRONMENT
                  "BENENRRB-ELECTION-TRANS-IN".
           IF WS-ENV-PATH-OVERRIDE NOT = SPACES
              MOVE WS-ENV-PATH-OVERRIDE TO WS-ELECTION-TRANS-IN-PATH
           END-IF.
           ACCEPT WS-ENV-PATH-OVERRIDE FROM ENVIRONMENT
                  "BENENRRB-BENEFIT-PLAN".
           IF WS-ENV-PATH-OVERRIDE NOT = SPACES
              MOVE WS-ENV-PATH-OVERRIDE TO WS-BENEFIT-PLAN-PATH
           END-IF.
           ACCEPT WS-ENV-PATH-OVERRIDE FROM ENVIRONMENT
                  "BENENRRB-ENROLLMENT".
           IF WS-ENV-PATH-OVERRIDE NOT = SPACES
              MOVE WS-ENV-PATH-OVERRIDE TO WS-ENROLLMENT-PATH
           END-IF.
           ACCEPT WS-ENV-PATH-OVERRIDE FROM ENVIRONMENT
                  "BENENRRB-EMPLOYEE-MASTER".
           IF WS-ENV-PATH-OVERRIDE NOT = SPACES
              MOVE WS-ENV-PATH-OVERRIDE TO WS-EMPLOYEE-MASTER-PATH
           END-IF.
           ACCEPT WS-ENV-PATH-OVERRIDE FROM ENVIRONMENT
                  "BENENRRB-DEDUCTION-MASTER".
           IF WS-ENV-PATH-OVERRIDE NOT = SPACES
              MOVE WS-ENV-PATH-OVERRIDE TO WS-DEDUCTION-MASTER-PATH
           END-IF.
           ACCEPT WS-ENV-PATH-OVERRIDE FROM ENVIRONMENT
                  "BENENRRB-CHANGE-LISTING".
           IF WS-ENV-PATH-OVERRIDE NOT = SPACES
              MOVE WS-ENV-PATH-OVERRIDE TO WS-CHANGE-LISTING-PATH
           END-IF.
           ACCEPT WS-ENV-PATH-OVERRIDE FROM ENVIRONMENT
                  "BENENRRB-CONFIRMATION".
           IF WS-ENV-PATH-OVERRIDE NOT = SPACES
              MOVE WS-ENV-PATH-OVERRIDE TO WS-CONFIRMATION-PATH
           END-IF.
           ACCEPT WS-ENV-PATH-OVERRIDE FROM ENVIRONMENT
                  "BENENRRB-AUDIT-TRAIL-FILE".
           IF WS-ENV-PATH-OVERRIDE NOT = SPACES
              MOVE WS-ENV-PATH-OVERRIDE TO WS-AUDIT-TRAIL-PATH
           END-IF.

       1000-INITIALIZE.
           PERFORM 0500-GET-FILE-PATHS.
           ACCEPT WS-RUN-DATE FROM DATE.
           MOVE   WS-RUN-DATE TO PAGE-HDG-02-DATE.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY.
      * THE PLAN YEAR BEING PRICED - OPEN ENROLLMENT RUNS IN THE
      * FALL FOR THE YEAR AHEAD, SO THAT IS THE DEFAULT.
           ACCEPT WS-ENV-STAGING FROM ENVIRONMENT "BENENRRB-PLAN-YEAR".
           IF WS-ENV-STAGING (1:4) IS NUMERIC
              MOVE WS-ENV-STAGING (1:4) TO WS-PLAN-YEAR
           ELSE
              MOVE WS-TODAY (1:4) TO WS-PLAN-YEAR
              ADD 1 TO WS-PLAN-YEAR-N
           END-IF.
           MOVE WS-PLAN-YEAR TO WS-PLAN-EFF-DATE (1:4).
           MOVE "0101"       TO WS-PLAN-EFF-DATE (5:4).
           MOVE WS-PLAN-YEAR TO PAGE-HDG-02-YEAR.
           MOVE WS-PLAN-YEAR TO STMT-HDG-01-YEAR.
           MOVE WS-PLAN-EFF-DATE TO STMT-EFF-DATE.
           OPEN INPUT ELECTION-TRANS-IN.
           IF NOT ELECTION-TRANS-IN-SUCCESSFUL
              DISPLAY "BENENRRB: NO ELECTION CHANGES - REPRICING "
                  "ONLY, STATUS = " WS-ELECTION-TRANS-IN-STATUS
              SET END-OF-ELECTION-TRANS-IN TO TRUE
           END-IF.
           OPEN OUTPUT CHANGE-LISTING.
           OPEN OUTPUT CONFIRMATION-FILE.
           OPEN EXTEND AUDIT-TRAIL-FILE.
           IF NOT GOOD-AUDIT-TRAIL-WRITE
              CLOSE AUDIT-TRAIL-FILE
              OPEN OUTPUT AUDIT-TRAIL-FILE
           END-IF.
           PERFORM 1100-OPERATOR-SIGN-ON.
           PERFORM 1200-TAKE-RUN-LOCK.
           PERFORM 1300-LOAD-BENEFIT-PLANS.
           PERFORM 1400-LOAD-EMPLOYEE-TABLE.
           PERFORM 1500-LOAD-ENROLLMENTS.
           PERFORM 1600-LOAD-DEDUCTION-TABLE.
           PERFORM 8000-WRITE-HEADINGS.

       1100-OPERATOR-SIGN-ON.
      * NOBODY CHANGES EVERYONE'S BENEFIT DEDUCTIONS ANONYMOUSLY.
      * AN UNAUTHORIZED OR UNSIGNED RUN IS REFUSED AND THE REFUSAL
      * GOES ON THE AUDIT TRAIL.
           MOVE "BENENRRB" TO SGN-PROGRAM-NAME.
           CALL "OPSIGNRB" USING SIGNON-PARMS.
           IF NOT SGN-AUTHORIZED
              EVALUATE TRUE
                 WHEN SGN-NO-USER
                 WHEN SGN-BATCH-RUN
                    DISPLAY "BENENRRB: OPS-USER-ID NOT SET - SIGN "
                        "ON BEFORE RUNNING OPEN ENROLLMENT"
                 WHEN SGN-NO-USER-FILE
                    DISPLAY "BENENRRB: USER AUTHORIZATION FILE "
                        "MISSING - RUN REFUSED"
                 WHEN OTHER
                    DISPLAY "BENENRRB: USER " SGN-USER-ID
                        " NOT AUTHORIZED FOR BENENRRB - RUN REFUSED"
              END-EVALUATE
              MOVE 16 TO RETURN-CODE
              PERFORM 1150-LOG-REFUSED-ACCESS
              GOBACK
           END-IF.

       1150-LOG-REFUSED-ACCESS.
           ACCEPT WS-RUN-TIME FROM TIME.
           MOVE "BENENRRB"          TO AUD-PROGRAM-NAME.
           MOVE WS-RUN-DATE         TO AUD-RUN-DATE.
           MOVE WS-RUN-TIME         TO AUD-RUN-TIME.
           MOVE 0                   TO AUD-RECORDS-READ.
           MOVE 0                   TO AUD-RECORDS-WRITTEN.
           MOVE "ACCESS REFUSED"    TO AUD-KEY-TOTALS.
           MOVE "ER"                TO AUD-COMPLETION-STATUS.
           MOVE SGN-USER-ID         TO AUD-USER-ID.
           WRITE AUDIT-TRAIL-RECORD FROM AUDIT-TRAIL-LINE.
           CLOSE AUDIT-TRAIL-FILE.

       1200-TAKE-RUN-LOCK.
      * A PAYRPTRB RUN TAKING DEDUCTIONS WHILE THIS ONE REPRICES
      * THEM WOULD HAVE ONE REWRITE DESTROY THE OTHER.
           SET LCK-TAKE TO TRUE.
           MOVE "BENENRRB" TO LCK-PROGRAM-NAME.
           MOVE WS-DEDUCTION-MASTER-PATH TO LCK-MASTER-PATH.
           CALL "RUNLOKRB" USING RUNLOCK-PARMS.
           IF LCK-HELD
              DISPLAY "BENENRRB: DEDUCTION MASTER IS LOCKED BY "
                  LCK-HELD-BY " - RUN STOPPED"
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF.
           IF NOT LCK-OK
              DISPLAY "BENENRRB: UNABLE TO LOCK THE DEDUCTION MASTER "
                  "- RUN STOPPED"
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.

       1220-RELEASE-RUN-LOCK.
           SET LCK-RELEASE TO TRUE.
           MOVE WS-DEDUCTION-MASTER-PATH TO LCK-MASTER-PATH.
           MOVE "BENENRRB" TO LCK-PROGRAM-NAME.
           CALL "RUNLOKRB" USING RUNLOCK-PARMS.

       1300-LOAD-BENEFIT-PLANS.
      * ONLY THE PLAN YEAR BEING PRICED IS KEPT.  A MISSING FILE, A
      * BAD LINE, OR A PLAN LISTED TWICE STOPS THE RUN - A WRONG
      * RATE WOULD GO OUT ON EVERY CHECK.
           OPEN INPUT BENEFIT-PLAN-FILE.
           IF NOT BENEFIT-PLAN-SUCCESSFUL
              DISPLAY "BENENRRB: UNABLE TO OPEN BENEFIT-PLAN-FILE, "
                  "STATUS = " WS-BENEFIT-PLAN-STATUS
              MOVE 16 TO RETURN-CODE
              PERFORM 1220-RELEASE-RUN-LOCK
              GOBACK
           END-IF.
           PERFORM UNTIL END-OF-BENEFIT-PLAN
              READ BENEFIT-PLAN-FILE
                 AT END
                    SET END-OF-BENEFIT-PLAN TO TRUE
                 NOT AT END
                    IF PLN-YEAR = WS-PLAN-YEAR
                       PERFORM 1350-TAKE-PLAN-LINE
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE BENEFIT-PLAN-FILE.
           IF WS-PLN-COUNT = 0
              DISPLAY "BENENRRB: NO PLANS ON FILE FOR PLAN YEAR "
                  WS-PLAN-YEAR
              ADD 1 TO WS-PLAN-ERRORS
           END-IF.
           IF WS-PLAN-ERRORS > 0
              DISPLAY "BENENRRB: " WS-PLAN-ERRORS
                  " PLAN ERROR(S) - RUN STOPPED"
              MOVE 16 TO RETURN-CODE
              PERFORM 1220-RELEASE-RUN-LOCK
              GOBACK
           END-IF.

       1350-TAKE-PLAN-LINE.
           IF PLN-BASIS = "A"
              MOVE ZEROS TO PLN-EE-MONTHLY-X
                            PLN-ES-MONTHLY-X
                            PLN-FA-MONTHLY-X
           END-IF.
           PERFORM VARYING WS-PLN-SUB FROM 1 BY 1
              UNTIL WS-PLN-SUB > WS-PLN-COUNT
                 OR TABLE-PLN-CODE (WS-PLN-SUB) = PLN-CODE
           END-PERFORM.
           EVALUATE TRUE
              WHEN PLN-CODE = SPACES OR PLN-DED-CODE = SPACES
                 DISPLAY "BENENRRB: PLAN LINE WITH NO PLAN OR "
                     "DEDUCTION CODE"
                 ADD 1 TO WS-PLAN-ERRORS
              WHEN PLN-TAX-FLAG NOT = "P" AND PLN-TAX-FLAG NOT = "A"
                 DISPLAY "BENENRRB: BAD TAX FLAG ON PLAN " PLN-CODE
                 ADD 1 TO WS-PLAN-ERRORS
              WHEN PLN-BASIS NOT = "T" AND PLN-BASIS NOT = "A"
                 DISPLAY "BENENRRB: BAD BASIS ON PLAN " PLN-CODE
                 ADD 1 TO WS-PLAN-ERRORS
              WHEN PLN-EE-MONTHLY-X NOT NUMERIC
                   OR PLN-ES-MONTHLY-X NOT NUMERIC
                   OR PLN-FA-MONTHLY-X NOT NUMERIC
                 DISPLAY "BENENRRB: BAD TIER RATE ON PLAN " PLN-CODE
                 ADD 1 TO WS-PLAN-ERRORS
              WHEN WS-PLN-SUB NOT > WS-PLN-COUNT
                 DISPLAY "BENENRRB: PLAN " PLN-CODE " LISTED TWICE "
                     "FOR " WS-PLAN-YEAR
                 ADD 1 TO WS-PLAN-ERRORS
              WHEN WS-PLN-COUNT = 200
                 DISPLAY "BENENRRB: PLAN TABLE FULL AT PLAN " PLN-CODE
                 ADD 1 TO WS-PLAN-ERRORS
              WHEN OTHER
                 ADD 1 TO WS-PLN-COUNT
                 MOVE PLN-CODE       TO TABLE-PLN-CODE (WS-PLN-COUNT)
                 MOVE PLN-DED-CODE   TO
                      TABLE-PLN-DED-CODE (WS-PLN-COUNT)
                 MOVE PLN-NAME       TO TABLE-PLN-NAME (WS-PLN-COUNT)
                 MOVE PLN-TAX-FLAG   TO
                      TABLE-PLN-TAX-FLAG (WS-PLN-COUNT)
                 MOVE PLN-BASIS      TO TABLE-PLN-BASIS (WS-PLN-COUNT)
                 MOVE PLN-EE-MONTHLY TO
                      TABLE-PLN-EE-MONTHLY (WS-PLN-COUNT)
                 MOVE PLN-ES-MONTHLY TO
                      TABLE-PLN-ES-MONTHLY (WS-PLN-COUNT)
                 MOVE PLN-FA-MONTHLY TO
                      TABLE-PLN-FA-MONTHLY (WS-PLN-COUNT)
           END-EVALUATE.

       1400-LOAD-EMPLOYEE-TABLE.
           OPEN INPUT EMPLOYEE-MASTER.
           IF NOT EMPLOYEE-MASTER-SUCCESSFUL
              DISPLAY "BENENRRB: UNABLE TO OPEN EMPLOYEE-MASTER, "
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
                    IF WS-EMP-COUNT = 5000
                       DISPLAY "BENENRRB: EMPLOYEE TABLE CEILING "
                           "(5000) REACHED - RUN STOPPED"
                       MOVE 16 TO RETURN-CODE
                       PERFORM 1220-RELEASE-RUN-LOCK
                       GOBACK
                    END-IF
                    ADD 1 TO WS-EMP-COUNT
                    MOVE EMP-NUMBER TO TABLE-EMP-NUMBER (WS-EMP-COUNT)
                    MOVE EMP-NAME   TO TABLE-EMP-NAME (WS-EMP-COUNT)
                    MOVE EMP-DEPT   TO TABLE-EMP-DEPT (WS-EMP-COUNT)
                    MOVE EMP-STATUS TO TABLE-EMP-STATUS (WS-EMP-COUNT)
                    MOVE EMP-PAY-FREQUENCY TO
                         TABLE-EMP-FREQUENCY (WS-EMP-COUNT)
              END-READ
           END-PERFORM.
           CLOSE EMPLOYEE-MASTER.

       1500-LOAD-ENROLLMENTS.
      * NO ENROLLMENT FILE YET MEANS THE FIRST OPEN ENROLLMENT -
      * EVERYBODY COMES IN BY ELECTION.
           OPEN INPUT ENROLLMENT-FILE.
           IF NOT ENROLLMENT-SUCCESSFUL
              DISPLAY "BENENRRB: NO ENROLLMENT FILE - ELECTIONS ONLY"
              GO TO 1500-EXIT
           END-IF.
           PERFORM UNTIL END-OF-ENROLLMENT
              READ ENROLLMENT-FILE
                 AT END
                    SET END-OF-ENROLLMENT TO TRUE
                 NOT AT END
                    IF WS-ENT-COUNT = 5000
                       DISPLAY "BENENRRB: ENROLLMENT TABLE CEILING "
                           "(5000) REACHED - RUN STOPPED"
                       MOVE 16 TO RETURN-CODE
                       PERFORM 1220-RELEASE-RUN-LOCK
                       GOBACK
                    END-IF
                    ADD 1 TO WS-ENT-COUNT
                    MOVE SPACES TO ENT-TABLE-ENTRY (WS-ENT-COUNT)
                    MOVE ENR-EMP-NUMBER TO ENT-EMP (WS-ENT-COUNT)
                    MOVE ENR-DED-CODE   TO ENT-DED-CODE (WS-ENT-COUNT)
                    MOVE ENR-PLAN       TO ENT-PLAN (WS-ENT-COUNT)
                                           ENT-OLD-PLAN (WS-ENT-COUNT)
                    MOVE ENR-TIER       TO ENT-TIER (WS-ENT-COUNT)
                                           ENT-OLD-TIER (WS-ENT-COUNT)
                    IF ENR-ELECTED-AMOUNT IS NUMERIC
                       MOVE ENR-ELECTED-AMOUNT TO
                            ENT-ELECTED-AMOUNT (WS-ENT-COUNT)
                    ELSE
                       MOVE 0 TO ENT-ELECTED-AMOUNT (WS-ENT-COUNT)
                    END-IF
                    MOVE ENR-EFF-DATE   TO ENT-EFF-DATE (WS-ENT-COUNT)
                    MOVE ENR-PLAN-YEAR  TO ENT-PLAN-YEAR (WS-ENT-COUNT)
                    IF ENR-PER-CHECK IS NUMERIC
                       MOVE ENR-PER-CHECK TO
                            ENT-PER-CHECK (WS-ENT-COUNT)
                    ELSE
                       MOVE 0 TO ENT-PER-CHECK (WS-ENT-COUNT)
                    END-IF
                    MOVE ENT-PER-CHECK (WS-ENT-COUNT) TO
                         ENT-OLD-PER-CHECK (WS-ENT-COUNT)
                    SET ENT-KEPT (WS-ENT-COUNT) TO TRUE
                    MOVE "N" TO ENT-ELECTION-SW (WS-ENT-COUNT)
              END-READ
           END-PERFORM.
           CLOSE ENROLLMENT-FILE.
       1500-EXIT.
           EXIT.

       1600-LOAD-DEDUCTION-TABLE.
           OPEN INPUT DEDUCTION-MASTER.
           IF DEDUCTION-MASTER-SUCCESSFUL
              PERFORM UNTIL END-OF-DEDUCTION-MASTER
                 READ DEDUCTION-MASTER NEXT
                    AT END
                       SET END-OF-DEDUCTION-MASTER TO TRUE
                    NOT AT END
                       IF WS-DED-COUNT = 5000
                          DISPLAY "BENENRRB: DEDUCTION TABLE CEILING "
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

       2000-READ-ELECTION.
           READ ELECTION-TRANS-IN
                AT END
                   DISPLAY "END OF ELECTION CHANGES"
                NOT AT END
                   ADD 1 TO WS-TRANS-READ.

       2500-VALIDATE-ELECTION.
           SET VALID-TRANS TO TRUE.
           MOVE SPACES TO WS-REJECT-REASON.
           PERFORM 2600-FIND-EMPLOYEE.
           PERFORM 2700-FIND-ENROLLMENT.
           EVALUATE TRUE
              WHEN NOT (ELC-ELECT OR ELC-WAIVE)
                 SET INVALID-TRANS TO TRUE
                 MOVE "BAD ACTION CODE" TO WS-REJECT-REASON
              WHEN WS-EMP-SUB > WS-EMP-COUNT
                 SET INVALID-TRANS TO TRUE
                 MOVE "EMPLOYEE NOT ON MASTER" TO WS-REJECT-REASON
              WHEN TABLE-EMP-STATUS (WS-EMP-SUB) = "T"
                 SET INVALID-TRANS TO TRUE
                 MOVE "EMPLOYEE TERMINATED" TO WS-REJECT-REASON
              WHEN WS-ENT-SUB NOT > WS-ENT-COUNT
                   AND ENT-ELECTED-THIS-RUN (WS-ENT-SUB)
                 SET INVALID-TRANS TO TRUE
                 MOVE "SECOND ELECTION FOR COVERAGE"
                   TO WS-REJECT-REASON
              WHEN ELC-WAIVE AND WS-ENT-SUB > WS-ENT-COUNT
                 SET INVALID-TRANS TO TRUE
                 MOVE "NOT ENROLLED - NOTHING TO WAIVE"
                   TO WS-REJECT-REASON
           END-EVALUATE.
           IF VALID-TRANS AND ELC-ELECT
              PERFORM 2800-CHECK-PLAN-ELECTION
           END-IF.
           IF INVALID-TRANS
              ADD 1 TO WS-TRANS-REJECTED
              DISPLAY "REJECTED - " WS-REJECT-REASON ": "
                      ELC-EMP-NUMBER " " ELC-DED-CODE " " ELC-PLAN
           END-IF.

       2600-FIND-EMPLOYEE.
           PERFORM VARYING WS-EMP-SUB FROM 1 BY 1
              UNTIL WS-EMP-SUB > WS-EMP-COUNT
                 OR TABLE-EMP-NUMBER (WS-EMP-SUB) = ELC-EMP-NUMBER
           END-PERFORM.

       2700-FIND-ENROLLMENT.
           PERFORM VARYING WS-ENT-SUB FROM 1 BY 1
              UNTIL WS-ENT-SUB > WS-ENT-COUNT
                 OR (ENT-EMP (WS-ENT-SUB) = ELC-EMP-NUMBER
                     AND ENT-DED-CODE (WS-ENT-SUB) = ELC-DED-CODE)
           END-PERFORM.

       2800-CHECK-PLAN-ELECTION.
           PERFORM VARYING WS-PLN-SUB FROM 1 BY 1
              UNTIL WS-PLN-SUB > WS-PLN-COUNT
                 OR TABLE-PLN-CODE (WS-PLN-SUB) = ELC-PLAN
           END-PERFORM.
           EVALUATE TRUE
              WHEN WS-PLN-SUB > WS-PLN-COUNT
                 SET INVALID-TRANS TO TRUE
                 MOVE "PLAN NOT OFFERED THIS YEAR" TO WS-REJECT-REASON
              WHEN TABLE-PLN-DED-CODE (WS-PLN-SUB) NOT = ELC-DED-CODE
                 SET INVALID-TRANS TO TRUE
                 MOVE "PLAN IS FOR ANOTHER COVERAGE"
                   TO WS-REJECT-REASON
              WHEN PLAN-IS-TIERED (WS-PLN-SUB)
                   AND ELC-TIER NOT = "E" AND ELC-TIER NOT = "S"
                   AND ELC-TIER NOT = "F"
                 SET INVALID-TRANS TO TRUE
                 MOVE "BAD COVERAGE TIER" TO WS-REJECT-REASON
              WHEN PLAN-IS-ELECTED-AMT (WS-PLN-SUB)
                   AND (ELC-AMOUNT-X NOT NUMERIC OR ELC-AMOUNT = 0)
                 SET INVALID-TRANS TO TRUE
                 MOVE "BAD ELECTED AMOUNT" TO WS-REJECT-REASON
              WHEN WS-ENT-SUB > WS-ENT-COUNT AND WS-ENT-COUNT = 5000
                 SET INVALID-TRANS TO TRUE
                 MOVE "ENROLLMENT TABLE FULL" TO WS-REJECT-REASON
           END-EVALUATE.

       3000-APPLY-ELECTION.
      * A NEW COVERAGE IS ADDED TO THE TABLE WITH NO OLD COST; A
      * CHANGE OR WAIVER KEEPS THE OLD PLAN AND COST FOR THE
      * CONFIRMATION STATEMENT.
           IF WS-ENT-SUB > WS-ENT-COUNT
              ADD 1 TO WS-ENT-COUNT
              MOVE WS-ENT-COUNT    TO WS-ENT-SUB
              MOVE SPACES          TO ENT-TABLE-ENTRY (WS-ENT-SUB)
              MOVE ELC-EMP-NUMBER  TO ENT-EMP (WS-ENT-SUB)
              MOVE ELC-DED-CODE    TO ENT-DED-CODE (WS-ENT-SUB)
              MOVE 0               TO ENT-ELECTED-AMOUNT (WS-ENT-SUB)
              MOVE 0               TO ENT-PER-CHECK (WS-ENT-SUB)
              MOVE 0               TO ENT-OLD-PER-CHECK (WS-ENT-SUB)
              SET ENT-NEW (WS-ENT-SUB) TO TRUE
           ELSE
              IF ELC-WAIVE
                 SET ENT-WAIVED (WS-ENT-SUB) TO TRUE
              ELSE
                 SET ENT-CHANGED (WS-ENT-SUB) TO TRUE
              END-IF
           END-IF.
           SET ENT-ELECTED-THIS-RUN (WS-ENT-SUB) TO TRUE.
           IF ELC-ELECT
              MOVE ELC-PLAN         TO ENT-PLAN (WS-ENT-SUB)
              MOVE WS-PLAN-EFF-DATE TO ENT-EFF-DATE (WS-ENT-SUB)
              IF PLAN-IS-TIERED (WS-PLN-SUB)
                 MOVE ELC-TIER      TO ENT-TIER (WS-ENT-SUB)
                 MOVE 0             TO ENT-ELECTED-AMOUNT (WS-ENT-SUB)
              ELSE
                 MOVE SPACE         TO ENT-TIER (WS-ENT-SUB)
                 MOVE ELC-AMOUNT    TO ENT-ELECTED-AMOUNT (WS-ENT-SUB)
              END-IF
           ELSE
              MOVE 0                TO ENT-PER-CHECK (WS-ENT-SUB)
           END-IF.
           ADD 1 TO WS-TRANS-APPLIED.
           PERFORM 7100-LIST-ELECTION.

       4000-REPRICE-ENROLLMENTS.
           PERFORM VARYING WS-ENT-SUB FROM 1 BY 1
              UNTIL WS-ENT-SUB > WS-ENT-COUNT
              IF ENT-KEPT (WS-ENT-SUB) OR ENT-CHANGED (WS-ENT-SUB)
                 OR ENT-NEW (WS-ENT-SUB)
                 PERFORM 4100-REPRICE-ONE THRU 4100-EXIT
              END-IF
           END-PERFORM.

       4100-REPRICE-ONE.
      * PER-CHECK COST = MONTHLY TIER PREMIUM x 12 / CHECKS A YEAR
      * FOR THE EMPLOYEE'S PAY FREQUENCY, OR THE ELECTED AMOUNT.
      * A TERMINATED EMPLOYEE'S ROWS ARE LEFT FOR FINPAYRB.
           PERFORM VARYING WS-EMP-SUB FROM 1 BY 1
              UNTIL WS-EMP-SUB > WS-EMP-COUNT
                 OR TABLE-EMP-NUMBER (WS-EMP-SUB) = ENT-EMP (WS-ENT-SUB)
           END-PERFORM.
           IF WS-EMP-SUB > WS-EMP-COUNT
              OR TABLE-EMP-STATUS (WS-EMP-SUB) = "T"
              SET ENT-NOT-ACTIVE (WS-ENT-SUB) TO TRUE
              GO TO 4100-EXIT
           END-IF.
           PERFORM VARYING WS-PLN-SUB FROM 1 BY 1
              UNTIL WS-PLN-SUB > WS-PLN-COUNT
                 OR TABLE-PLN-CODE (WS-PLN-SUB) = ENT-PLAN (WS-ENT-SUB)
           END-PERFORM.
           IF WS-PLN-SUB > WS-PLN-COUNT
              SET ENT-NOT-OFFERED (WS-ENT-SUB) TO TRUE
              ADD 1 TO WS-NOT-OFFERED-COUNT
              PERFORM 7300-LIST-NOT-OFFERED
              GO TO 4100-EXIT
           END-IF.
           MOVE TABLE-PLN-TAX-FLAG (WS-PLN-SUB)
             TO ENT-TAX-FLAG (WS-ENT-SUB).
           EVALUATE TABLE-EMP-FREQUENCY (WS-EMP-SUB)
              WHEN "B"
                 MOVE 26 TO WS-PERIODS-PER-YEAR
              WHEN "S"
                 MOVE 24 TO WS-PERIODS-PER-YEAR
              WHEN "M"
                 MOVE 12 TO WS-PERIODS-PER-YEAR
              WHEN OTHER
                 MOVE 52 TO WS-PERIODS-PER-YEAR
           END-EVALUATE.
           IF PLAN-IS-ELECTED-AMT (WS-PLN-SUB)
              MOVE ENT-ELECTED-AMOUNT (WS-ENT-SUB)
                TO ENT-PER-CHECK (WS-ENT-SUB)
           ELSE
              EVALUATE ENT-TIER (WS-ENT-SUB)
                 WHEN "S"
                    MOVE TABLE-PLN-ES-MONTHLY (WS-PLN-SUB)
                      TO WS-MONTHLY-PREMIUM
                 WHEN "F"
                    MOVE TABLE-PLN-FA-MONTHLY (WS-PLN-SUB)
                      TO WS-MONTHLY-PREMIUM
                 WHEN OTHER
                    MOVE "E" TO ENT-TIER (WS-ENT-SUB)
                    MOVE TABLE-PLN-EE-MONTHLY (WS-PLN-SUB)
                      TO WS-MONTHLY-PREMIUM
              END-EVALUATE
              COMPUTE ENT-PER-CHECK (WS-ENT-SUB) ROUNDED =
                 WS-MONTHLY-PREMIUM * 12 / WS-PERIODS-PER-YEAR
                 ON SIZE ERROR
                    SET ENT-NOT-OFFERED (WS-ENT-SUB) TO TRUE
                    MOVE ENT-OLD-PER-CHECK (WS-ENT-SUB)
                      TO ENT-PER-CHECK (WS-ENT-SUB)
                    ADD 1 TO WS-NOT-OFFERED-COUNT
                    PERFORM 7300-LIST-NOT-OFFERED
                    GO TO 4100-EXIT
              END-COMPUTE
           END-IF.
           MOVE WS-PLAN-YEAR TO ENT-PLAN-YEAR (WS-ENT-SUB).
           ADD 1 TO WS-ENROLLMENTS-REPRICED.
       4100-EXIT.
           EXIT.

       5000-UPDATE-DEDUCTION-TABLE.
      * CARRY EVERY REPRICED ENROLLMENT ONTO ITS DEDUCTION ROW, ADD
      * A ROW FOR A NEW COVERAGE, AND STOP THE ROW OF A WAIVED ONE.
           PERFORM VARYING WS-ENT-SUB FROM 1 BY 1
              UNTIL WS-ENT-SUB > WS-ENT-COUNT
              EVALUATE TRUE
                 WHEN ENT-KEPT (WS-ENT-SUB)
                 WHEN ENT-CHANGED (WS-ENT-SUB)
                 WHEN ENT-NEW (WS-ENT-SUB)
                    PERFORM 5100-SET-DEDUCTION-ROW THRU 5100-EXIT
                 WHEN ENT-WAIVED (WS-ENT-SUB)
                    PERFORM 5300-STOP-DEDUCTION-ROW
              END-EVALUATE
           END-PERFORM.

       5100-SET-DEDUCTION-ROW.
           PERFORM 5050-FIND-DEDUCTION-ROW.
           IF WS-DED-SUB NOT > WS-DED-COUNT
              IF TABLE-DED-AMOUNT (WS-DED-SUB) NOT =
                 ENT-PER-CHECK (WS-ENT-SUB)
                 OR TABLE-DED-TAX-FLAG (WS-DED-SUB) NOT =
                    ENT-TAX-FLAG (WS-ENT-SUB)
                 MOVE ENT-PER-CHECK (WS-ENT-SUB)
                   TO TABLE-DED-AMOUNT (WS-DED-SUB)
                 MOVE ENT-TAX-FLAG (WS-ENT-SUB)
                   TO TABLE-DED-TAX-FLAG (WS-DED-SUB)
                 ADD 1 TO WS-DED-ROWS-CHANGED
              END-IF
              GO TO 5100-EXIT
           END-IF.
           IF WS-DED-COUNT = 5000
              DISPLAY "BENENRRB: DEDUCTION TABLE FULL - NO ROW ADDED "
                  "FOR " ENT-EMP (WS-ENT-SUB) " "
                  ENT-DED-CODE (WS-ENT-SUB)
              MOVE 16 TO RETURN-CODE
              GO TO 5100-EXIT
           END-IF.
      * KEEP THE TABLE IN KEY ORDER SO THE MASTER CAN BE WRITTEN
      * BACK SEQUENTIALLY - OPEN A SLOT AT THE FIRST HIGHER KEY.
           PERFORM VARYING WS-DED-SUB FROM 1 BY 1
              UNTIL WS-DED-SUB > WS-DED-COUNT
                 OR TABLE-DED-KEY (WS-DED-SUB) > ENT-KEY (WS-ENT-SUB)
           END-PERFORM.
           ADD 1 TO WS-DED-COUNT.
           PERFORM VARYING WS-DED-SHIFT FROM WS-DED-COUNT BY -1
              UNTIL WS-DED-SHIFT NOT > WS-DED-SUB
              MOVE DED-TABLE-ENTRY (WS-DED-SHIFT - 1)
                TO DED-TABLE-ENTRY (WS-DED-SHIFT)
           END-PERFORM.
           MOVE ENT-EMP (WS-ENT-SUB)
             TO TABLE-DED-EMP-NUMBER (WS-DED-SUB).
           MOVE ENT-DED-CODE (WS-ENT-SUB)
             TO TABLE-DED-CODE (WS-DED-SUB).
           MOVE ENT-TAX-FLAG (WS-ENT-SUB)
             TO TABLE-DED-TAX-FLAG (WS-DED-SUB).
           MOVE "V"    TO TABLE-DED-CLASS (WS-DED-SUB).
           MOVE ENT-PER-CHECK (WS-ENT-SUB)
             TO TABLE-DED-AMOUNT (WS-DED-SUB).
           MOVE 0      TO TABLE-DED-GOAL (WS-DED-SUB).
           MOVE 0      TO TABLE-DED-TAKEN (WS-DED-SUB).
           MOVE SPACES TO TABLE-DED-PAYEE (WS-DED-SUB).
           MOVE SPACES TO TABLE-DED-CASE (WS-DED-SUB).
           MOVE "N"    TO TABLE-DED-STOP-SW (WS-DED-SUB).
           ADD 1 TO WS-DED-ROWS-ADDED.
       5100-EXIT.
           EXIT.

       5050-FIND-DEDUCTION-ROW.
           PERFORM VARYING WS-DED-SUB FROM 1 BY 1
              UNTIL WS-DED-SUB > WS-DED-COUNT
                 OR TABLE-DED-KEY (WS-DED-SUB) = ENT-KEY (WS-ENT-SUB)
           END-PERFORM.

       5300-STOP-DEDUCTION-ROW.
           PERFORM 5050-FIND-DEDUCTION-ROW.
           IF WS-DED-SUB NOT > WS-DED-COUNT
              SET TABLE-DED-STOPPED (WS-DED-SUB) TO TRUE
              ADD 1 TO WS-DED-ROWS-STOPPED
           END-IF.

       6000-PRINT-CONFIRMATIONS.
      * ONE STATEMENT PER EMPLOYEE, COVERAGES IN CODE ORDER.  NO
      * STATEMENT FOR A TERMINATED EMPLOYEE.
           IF WS-ENT-COUNT = 0
              GO TO 6000-EXIT
           END-IF.
           PERFORM 6050-SORT-ENROLLMENTS.
           MOVE SPACES TO WS-PREV-EMP.
           PERFORM VARYING WS-ENT-SUB FROM 1 BY 1
              UNTIL WS-ENT-SUB > WS-ENT-COUNT
              IF NOT ENT-NOT-ACTIVE (WS-ENT-SUB)
                 IF ENT-EMP (WS-ENT-SUB) NOT = WS-PREV-EMP
                    IF WS-PREV-EMP NOT = SPACES
                       PERFORM 6300-STATEMENT-TOTAL
                    END-IF
                    PERFORM 6100-STATEMENT-HEADING
                 END-IF
                 PERFORM 6200-STATEMENT-LINE
              END-IF
           END-PERFORM.
           IF WS-PREV-EMP NOT = SPACES
              PERFORM 6300-STATEMENT-TOTAL
           END-IF.
       6000-EXIT.
           EXIT.

       6050-SORT-ENROLLMENTS.
           COMPUTE WS-SORT-LIMIT = WS-ENT-COUNT - 1.
           SET A-SWAP-HAPPENED TO TRUE.
           PERFORM UNTIL NOT A-SWAP-HAPPENED
              MOVE "N" TO WS-SWAPPED-SW
              PERFORM VARYING WS-ENT-SUB FROM 1 BY 1
                 UNTIL WS-ENT-SUB > WS-SORT-LIMIT
                 IF ENT-KEY (WS-ENT-SUB) > ENT-KEY (WS-ENT-SUB + 1)
                    MOVE ENT-TABLE-ENTRY (WS-ENT-SUB)
                      TO WS-ENT-SWAP
                    MOVE ENT-TABLE-ENTRY (WS-ENT-SUB + 1)
                      TO ENT-TABLE-ENTRY (WS-ENT-SUB)
                    MOVE WS-ENT-SWAP
                      TO ENT-TABLE-ENTRY (WS-ENT-SUB + 1)
                    SET A-SWAP-HAPPENED TO TRUE
                 END-IF
              END-PERFORM
           END-PERFORM.

       6100-STATEMENT-HEADING.
           MOVE ENT-EMP (WS-ENT-SUB) TO WS-PREV-EMP.
           MOVE 0 TO WS-STMT-OLD-TOTAL.
           MOVE 0 TO WS-STMT-NEW-TOTAL.
           PERFORM VARYING WS-EMP-SUB FROM 1 BY 1
              UNTIL WS-EMP-SUB > WS-EMP-COUNT
                 OR TABLE-EMP-NUMBER (WS-EMP-SUB) = ENT-EMP (WS-ENT-SUB)
           END-PERFORM.
           MOVE ENT-EMP (WS-ENT-SUB) TO STMT-EMP-NUM.
           MOVE TABLE-EMP-NAME (WS-EMP-SUB) TO STMT-EMP-NAME.
           MOVE TABLE-EMP-DEPT (WS-EMP-SUB) TO STMT-EMP-DEPT.
           EVALUATE TABLE-EMP-FREQUENCY (WS-EMP-SUB)
              WHEN "B"
                 MOVE "BIWEEKLY"     TO STMT-FREQUENCY
              WHEN "S"
                 MOVE "SEMIMONTHLY"  TO STMT-FREQUENCY
              WHEN "M"
                 MOVE "MONTHLY"      TO STMT-FREQUENCY
              WHEN OTHER
                 MOVE "WEEKLY"       TO STMT-FREQUENCY
           END-EVALUATE.
           WRITE CONFIRMATION-RECORD FROM STMT-HDG-01
             after advancing page.
           WRITE CONFIRMATION-RECORD FROM STMT-HDG-02
             after advancing 02 LINES.
           WRITE CONFIRMATION-RECORD FROM STMT-HDG-03
             after advancing 02 LINES.
           ADD 1 TO WS-STATEMENTS-PRINTED.

       6200-STATEMENT-LINE.
           MOVE SPACES                  TO STMT-DETAIL-LINE.
           MOVE ENT-DED-CODE (WS-ENT-SUB) TO STMT-DED-CODE.
           MOVE ENT-PLAN (WS-ENT-SUB)   TO STMT-PLAN.
           PERFORM VARYING WS-PLN-SUB FROM 1 BY 1
              UNTIL WS-PLN-SUB > WS-PLN-COUNT
                 OR TABLE-PLN-CODE (WS-PLN-SUB) = ENT-PLAN (WS-ENT-SUB)
           END-PERFORM.
           IF WS-PLN-SUB NOT > WS-PLN-COUNT
              MOVE TABLE-PLN-NAME (WS-PLN-SUB) TO STMT-PLAN-NAME
           END-IF.
           EVALUATE ENT-TIER (WS-ENT-SUB)
              WHEN "E"
                 MOVE "EMPLOYEE ONLY" TO STMT-TIER
              WHEN "S"
                 MOVE "EMP + SPOUSE"  TO STMT-TIER
              WHEN "F"
                 MOVE "FAMILY"        TO STMT-TIER
              WHEN OTHER
                 MOVE "AS ELECTED"    TO STMT-TIER
           END-EVALUATE.
           MOVE ENT-OLD-PER-CHECK (WS-ENT-SUB) TO STMT-OLD-PER-CHECK.
           MOVE ENT-PER-CHECK (WS-ENT-SUB)     TO STMT-NEW-PER-CHECK.
           EVALUATE TRUE
              WHEN ENT-NEW (WS-ENT-SUB)
                 MOVE "NEW ELECTION"          TO STMT-NOTE
              WHEN ENT-CHANGED (WS-ENT-SUB)
                 MOVE "CHANGED BY YOUR ELECTION" TO STMT-NOTE
              WHEN ENT-WAIVED (WS-ENT-SUB)
                 MOVE "WAIVED - COVERAGE ENDS" TO STMT-NOTE
                 MOVE SPACES                  TO STMT-TIER
              WHEN ENT-NOT-OFFERED (WS-ENT-SUB)
                 MOVE "PLAN ENDING - SEE HR"   TO STMT-NOTE
              WHEN OTHER
                 MOVE "NEW YEAR'S RATE"        TO STMT-NOTE
           END-EVALUATE.
           ADD ENT-OLD-PER-CHECK (WS-ENT-SUB) TO WS-STMT-OLD-TOTAL.
           ADD ENT-PER-CHECK (WS-ENT-SUB)     TO WS-STMT-NEW-TOTAL.
           WRITE CONFIRMATION-RECORD FROM STMT-DETAIL-LINE
             after advancing 01 LINES.

       6300-STATEMENT-TOTAL.
           MOVE WS-STMT-OLD-TOTAL TO STMT-OLD-TOTAL.
           MOVE WS-STMT-NEW-TOTAL TO STMT-NEW-TOTAL.
           WRITE CONFIRMATION-RECORD FROM STMT-TOTAL-LINE
             after advancing 02 LINES.
           WRITE CONFIRMATION-RECORD FROM STMT-FOOT-LINE
             after advancing 02 LINES.

       7100-LIST-ELECTION.
           MOVE SPACES                       TO DETAIL-LINE-CHANGE.
           EVALUATE TRUE
              WHEN ENT-NEW (WS-ENT-SUB)
                 MOVE "ENROLL:  "            TO DTL-TAG
                 MOVE "NEW COVERAGE"         TO DTL-RESULT
              WHEN ENT-WAIVED (WS-ENT-SUB)
                 MOVE "WAIVE:   "            TO DTL-TAG
                 MOVE "DEDUCTION TO STOP"    TO DTL-RESULT
              WHEN OTHER
                 MOVE "CHANGE:  "            TO DTL-TAG
                 MOVE "PLAN/TIER CHANGED"    TO DTL-RESULT
           END-EVALUATE.
           MOVE ENT-EMP (WS-ENT-SUB)         TO DTL-EMP-NUM.
           MOVE TABLE-EMP-NAME (WS-EMP-SUB)  TO DTL-EMP-NAME.
           MOVE ENT-DED-CODE (WS-ENT-SUB)    TO DTL-DED-CODE.
           MOVE ENT-OLD-PLAN (WS-ENT-SUB)    TO DTL-OLD-PLAN.
           MOVE ENT-OLD-TIER (WS-ENT-SUB)    TO DTL-OLD-TIER.
           MOVE ENT-OLD-PER-CHECK (WS-ENT-SUB) TO DTL-OLD-PER-CHECK.
           IF NOT ENT-WAIVED (WS-ENT-SUB)
              MOVE ENT-PLAN (WS-ENT-SUB)     TO DTL-NEW-PLAN
              MOVE ENT-TIER (WS-ENT-SUB)     TO DTL-NEW-TIER
           END-IF.
           PERFORM 7500-WRITE-LISTING-LINE.

       7200-LIST-REJECT.
           MOVE SPACES               TO DETAIL-LINE-CHANGE.
           MOVE "REJECT:  "          TO DTL-TAG.
           MOVE ELC-EMP-NUMBER       TO DTL-EMP-NUM.
           IF WS-EMP-SUB NOT > WS-EMP-COUNT
              MOVE TABLE-EMP-NAME (WS-EMP-SUB) TO DTL-EMP-NAME
           END-IF.
           MOVE ELC-DED-CODE         TO DTL-DED-CODE.
           MOVE ELC-PLAN             TO DTL-NEW-PLAN.
           MOVE ELC-TIER             TO DTL-NEW-TIER.
           MOVE WS-REJECT-REASON     TO DTL-RESULT.
           PERFORM 7500-WRITE-LISTING-LINE.

       7300-LIST-NOT-OFFERED.
           MOVE SPACES                       TO DETAIL-LINE-CHANGE.
           MOVE "LEFT:    "                  TO DTL-TAG.
           MOVE ENT-EMP (WS-ENT-SUB)         TO DTL-EMP-NUM.
           MOVE TABLE-EMP-NAME (WS-EMP-SUB)  TO DTL-EMP-NAME.
           MOVE ENT-DED-CODE (WS-ENT-SUB)    TO DTL-DED-CODE.
           MOVE ENT-OLD-PLAN (WS-ENT-SUB)    TO DTL-OLD-PLAN.
           MOVE ENT-OLD-TIER (WS-ENT-SUB)    TO DTL-OLD-TIER.
           MOVE ENT-OLD-PER-CHECK (WS-ENT-SUB) TO DTL-OLD-PER-CHECK.
           MOVE "NOT PRICED - ELECT NEW PLAN" TO DTL-RESULT.
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
           MOVE WS-TRANS-READ           TO TOTAL-TRANS-READ.
           MOVE WS-TRANS-REJECTED       TO TOTAL-TRANS-REJECTED.
           MOVE WS-ENROLLMENTS-REPRICED TO TOTAL-REPRICED.
           MOVE WS-NOT-OFFERED-COUNT    TO TOTAL-NOT-OFFERED.
           MOVE WS-DED-ROWS-CHANGED     TO TOTAL-DED-CHANGED.
           MOVE WS-DED-ROWS-ADDED       TO TOTAL-DED-ADDED.
           MOVE WS-DED-ROWS-STOPPED     TO TOTAL-DED-STOPPED.
           write CHANGE-LISTING-RECORD from DETAIL-LINE-LINE
             AFTER ADVANCING 01 LINES.
           write CHANGE-LISTING-RECORD from TOTALS-LINE-1
             AFTER ADVANCING 02 LINES.
           write CHANGE-LISTING-RECORD from TOTALS-LINE-2
             AFTER ADVANCING 01 LINES.
           write CHANGE-LISTING-RECORD from WS-REPORT-RULER
             after advancing 02 LINES.

       9600-WRITE-ENROLLMENT-FILE.
      * EVERY ENROLLMENT BUT THE WAIVED ONES GOES BACK, AT ITS NEW
      * COST (OR UNCHANGED WHEN IT COULD NOT BE REPRICED).
           OPEN OUTPUT ENROLLMENT-FILE.
           IF NOT ENROLLMENT-SUCCESSFUL
              DISPLAY "BENENRRB: UNABLE TO REWRITE ENROLLMENT-FILE, "
                  "STATUS = " WS-ENROLLMENT-STATUS
              MOVE 16 TO RETURN-CODE
              GO TO 9600-EXIT
           END-IF.
           PERFORM VARYING WS-ENT-SUB FROM 1 BY 1
              UNTIL WS-ENT-SUB > WS-ENT-COUNT
              IF NOT ENT-WAIVED (WS-ENT-SUB)
                 MOVE ENT-EMP (WS-ENT-SUB)      TO ENR-EMP-NUMBER
                 MOVE ENT-DED-CODE (WS-ENT-SUB) TO ENR-DED-CODE
                 MOVE ENT-PLAN (WS-ENT-SUB)     TO ENR-PLAN
                 MOVE ENT-TIER (WS-ENT-SUB)     TO ENR-TIER
                 MOVE ENT-ELECTED-AMOUNT (WS-ENT-SUB)
                                                TO ENR-ELECTED-AMOUNT
                 MOVE ENT-EFF-DATE (WS-ENT-SUB) TO ENR-EFF-DATE
                 MOVE ENT-PLAN-YEAR (WS-ENT-SUB) TO ENR-PLAN-YEAR
                 MOVE ENT-PER-CHECK (WS-ENT-SUB) TO ENR-PER-CHECK
                 WRITE ENROLLMENT-RECORD
              END-IF
           END-PERFORM.
           CLOSE ENROLLMENT-FILE.
       9600-EXIT.
           EXIT.

       9700-WRITE-DEDUCTION-MASTER.
      * THE MASTER GOES BACK WHOLE, IN KEY ORDER, WITHOUT THE
      * STOPPED ROWS.  NOTHING TO DO WHEN NOTHING CHANGED.
           IF WS-DED-ROWS-CHANGED = 0 AND WS-DED-ROWS-ADDED = 0
              AND WS-DED-ROWS-STOPPED = 0
              GO TO 9700-EXIT
           END-IF.
           OPEN OUTPUT DEDUCTION-MASTER.
           PERFORM VARYING WS-DED-SUB FROM 1 BY 1
              UNTIL WS-DED-SUB > WS-DED-COUNT
              IF NOT TABLE-DED-STOPPED (WS-DED-SUB)
                 MOVE TABLE-DED-ROW (WS-DED-SUB) TO
                      DEDUCTION-MASTER-RECORD
                 WRITE DEDUCTION-MASTER-RECORD
              END-IF
           END-PERFORM.
           CLOSE DEDUCTION-MASTER.
       9700-EXIT.
           EXIT.

       9900-WRITE-AUDIT-RECORD.
      * APPEND ONE SUMMARY LINE FOR THIS RUN TO THE SHARED OPERATIONS
      * AUDIT TRAIL, MIRRORING THE PROGRAM TOTALS DISPLAYED ABOVE.
           ACCEPT WS-RUN-TIME FROM TIME.
           MOVE "BENENRRB"          TO AUD-PROGRAM-NAME.
           MOVE WS-RUN-DATE         TO AUD-RUN-DATE.
           MOVE WS-RUN-TIME         TO AUD-RUN-TIME.
           MOVE WS-TRANS-READ       TO AUD-RECORDS-READ.
           MOVE WS-ENROLLMENTS-REPRICED TO AUD-RECORDS-WRITTEN.
           MOVE SPACES              TO AUD-KEY-TOTALS.
           MOVE "PLAN YEAR "        TO AUD-KEY-TOTALS(1:10).
           MOVE WS-PLAN-YEAR        TO AUD-KEY-TOTALS(11:4).
           MOVE " DED CHG="         TO AUD-KEY-TOTALS(15:9).
           MOVE WS-DED-ROWS-CHANGED TO AUD-KEY-TOTALS(24:5).
           MOVE SGN-USER-ID         TO AUD-USER-ID.
           IF RETURN-CODE = 0
              MOVE "OK" TO AUD-COMPLETION-STATUS
           ELSE
              MOVE "ER" TO AUD-COMPLETION-STATUS
           END-IF.
           WRITE AUDIT-TRAIL-RECORD FROM AUDIT-TRAIL-LINE.
