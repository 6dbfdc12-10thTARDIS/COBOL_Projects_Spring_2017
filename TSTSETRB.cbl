       IDENTIFICATION DIVISION.
       PROGRAM-ID.    TSTSETRB.
       AUTHOR.        RYAN BROOKS
      * BUILDS THE SCRUBBED TEST DATA SET.  TRIAL RUNS AND TRAINING
      * USE COPIES OF THE PAYROLL MASTERS, AND A STRAIGHT COPY
      * CARRIES REAL NAMES, SSNS, ADDRESSES AND BANK ACCOUNTS.  THIS
      * READS THE PRODUCTION EMPLOYEE MASTER, YTD MASTER, PAY
      * HISTORY AND DIRECT-DEPOSIT SPLIT FILE AND WRITES TEST COPIES
      * OF ALL FOUR INTO A SEPARATE TEST DIRECTORY
      * (TSTSETRB-TEST-DIRECTORY), WITH:
      *   NAME     A MADE-UP FIRST AND LAST NAME
      *   SSN      900 + THE EMPLOYEE NUMBER - AREA 9XX IS NEVER
      *            ISSUED, SO NO TEST SSN IS ANYBODY'S REAL ONE
      *   ADDRESS  A MADE-UP STREET ADDRESS IN TESTVILLE; THE STATE
      *            IS KEPT (IT DRIVES THE TAX RULES) AND THE ZIP
      *            KEEPS ONLY ITS FIRST THREE DIGITS
      *   BANK     THE TEST ROUTING NUMBER AND AN ACCOUNT BUILT FROM
      *            THE EMPLOYEE NUMBER (AND SPLIT PRIORITY)
      * EVERY FAKE VALUE IS WORKED OUT FROM THE EMPLOYEE NUMBER, WHICH
      * IS KEPT, SO AN EMPLOYEE COMES OUT THE SAME IN EVERY FILE AND
      * ON EVERY REBUILD AND THE FILES STILL JOIN.  NO DOLLAR FIGURE
      * IS TOUCHED - RATES, SALARIES, YTD BUCKETS AND HISTORY ARE
      * COPIED AS THEY STAND AND THE LISTING PROVES THE TOTALS IN
      * AND OUT AGREE, SO TEST RUNS BALANCE THE WAY PRODUCTION DOES.
      *
      * THE SET ALSO GETS TESTENV.DAT (TESTENV.cpy): EVERY PROGRAM'S
      * EMPLOYEE MASTER, YTD MASTER, PAY HISTORY AND SPLIT FILE
      * VARIABLE POINTED AT THE TEST COPIES, AND THE PAYROLL ACH AND
      * POSITIVE-PAY FILES, ORIGINATING ROUTING, COMPANY ID AND
      * ISSUE ACCOUNT SET TO TEST VALUES, SO A TRIAL RUN CANNOT SEND
      * A REAL FILE TO THE BANK.
      *
      * THE TEST SET NEVER LANDS ON PRODUCTION: THE RUN IS REFUSED
      * (RC 16, NOTHING WRITTEN) WHEN THE TEST DIRECTORY IS BLANK, IS
      * THE DIRECTORY ANY PRODUCTION FILE IS READ FROM, OR WOULD PUT
      * A TEST FILE ON A PRODUCTION FILE'S PATH.  READING PRODUCTION
      * PAY DATA TAKES A SIGNED-ON, AUTHORIZED OPERATOR.

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
           SELECT YTD-MASTER ASSIGN DYNAMIC
                 WS-YTD-MASTER-PATH
             organization is indexed
             access is sequential
             record key is YTD-EMP-NUMBER
             file status is WS-YTD-MASTER-STATUS.
           SELECT PAY-HISTORY-FILE ASSIGN DYNAMIC
                 WS-PAY-HISTORY-PATH
             organization is indexed
             access is sequential
             record key is PH-KEY
             file status is WS-PAY-HISTORY-STATUS.
           SELECT DD-SPLIT-FILE ASSIGN DYNAMIC
                 WS-DD-SPLIT-PATH
             organization is line sequential
             file status is WS-DD-SPLIT-STATUS.
           SELECT TEST-EMP-FILE ASSIGN DYNAMIC
                 WS-TEST-EMP-PATH
             organization is indexed
             access is sequential
             record key is TXE-EMP-NUMBER
             file status is WS-TEST-FILE-STATUS.
           SELECT TEST-YTD-FILE ASSIGN DYNAMIC
                 WS-TEST-YTD-PATH
             organization is indexed
             access is sequential
             record key is TXY-EMP-NUMBER
             file status is WS-TEST-FILE-STATUS.
           SELECT TEST-HIST-FILE ASSIGN DYNAMIC
                 WS-TEST-HIST-PATH
             organization is indexed
             access is sequential
             record key is TXH-KEY
             file status is WS-TEST-FILE-STATUS.
           SELECT TEST-SPLIT-FILE ASSIGN DYNAMIC
                 WS-TEST-SPLIT-PATH
             organization is line sequential
             file status is WS-TEST-FILE-STATUS.
           SELECT TEST-ENV-FILE ASSIGN DYNAMIC
                 WS-TEST-ENV-PATH
             organization is line sequential
             file status is WS-TEST-FILE-STATUS.
           SELECT TEST-SET-LISTING
             ASSIGN DYNAMIC WS-TEST-SET-LISTING-PATH
             organization is LINE sequential
             file status is WS-TEST-SET-LISTING-STATUS.
           SELECT AUDIT-TRAIL-FILE ASSIGN DYNAMIC
                 WS-AUDIT-TRAIL-PATH
             organization is line sequential
             file status is WS-AUDIT-TRAIL-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  EMPLOYEE-MASTER
           RECORDING MODE IS F
           DATA RECORD IS EMPLOYEE-MASTER-RECORD.
      * THE FIELDS SCRUBBED ARE NAMED; EVERYTHING ELSE IS CARRIED.
       01 EMPLOYEE-MASTER-RECORD.
           05  EMP-NUMBER               PIC X(06).
           05  EMP-NAME                 PIC X(20).
           05  EMP-DEPT                 PIC X(04).
           05  EMP-BANK-ROUTING         PIC X(09).
           05  EMP-BANK-ACCOUNT         PIC X(12).
           05  FILLER                   PIC X(25).
           05  EMP-SSN                  PIC X(09).
           05  EMP-ADDRESS              PIC X(25).
           05  EMP-CITY                 PIC X(15).
           05  EMP-STATE                PIC X(02).
           05  EMP-ZIP                  PIC X(05).
           05  FILLER                   PIC X(52).
           05  EMP-ANNUAL-SALARY        PIC 9(07)V99.
           05  FILLER                   PIC X(01).

       FD  YTD-MASTER
           RECORDING MODE IS F
           DATA RECORD IS YTD-MASTER-RECORD.
       01 YTD-MASTER-RECORD.
           05  YTD-EMP-NUMBER           PIC X(06).
           05  YTD-GROSS                PIC 9(07)V99.
           05  YTD-WITHHELD             PIC 9(07)V99.
           05  YTD-NET                  PIC 9(07)V99.
           05  FILLER                   PIC X(83).

       FD  PAY-HISTORY-FILE
           RECORDING MODE IS F
           DATA RECORD IS PAY-HISTORY-RECORD.
       01 PAY-HISTORY-RECORD.
           05  PH-KEY.
               10 PH-RUN-DATE           PIC X(08).
               10 PH-PAY-DATE           PIC X(06).
               10 PH-EMP-NUMBER         PIC X(06).
               10 PH-KEY-SEQ            PIC X(02).
           05  FILLER                   PIC X(19).
           05  PH-EMP-GROSS             PIC 9(06)V99.
           05  FILLER                   PIC X(32).
           05  PH-EMP-NET               PIC 9(06)V99.
           05  FILLER                   PIC X(46).

       FD  DD-SPLIT-FILE
           RECORDING MODE IS F
           DATA RECORD IS DD-SPLIT-RECORD.
       01 DD-SPLIT-RECORD.
           05  SPL-EMP-NUMBER           PIC X(06).
           05  SPL-PRIORITY             PIC 9(01).
           05  SPL-ROUTING              PIC X(09).
           05  SPL-ACCOUNT              PIC X(12).
           05  SPL-TYPE                 PIC X(01).
           05  SPL-AMOUNT               PIC 9(04)V99.

       FD  TEST-EMP-FILE
           RECORDING MODE IS F
           DATA RECORD IS TEST-EMP-RECORD.
       01 TEST-EMP-RECORD.
           05  TXE-EMP-NUMBER           PIC X(06).
           05  TXE-REST                 PIC X(188).

       FD  TEST-YTD-FILE
           RECORDING MODE IS F
           DATA RECORD IS TEST-YTD-RECORD.
       01 TEST-YTD-RECORD.
           05  TXY-EMP-NUMBER           PIC X(06).
           05  TXY-REST                 PIC X(110).

       FD  TEST-HIST-FILE
           RECORDING MODE IS F
           DATA RECORD IS TEST-HIST-RECORD.
       01 TEST-HIST-RECORD.
           05  TXH-KEY                  PIC X(22).
           05  TXH-REST                 PIC X(113).

       FD  TEST-SPLIT-FILE
           RECORDING MODE IS F
           DATA RECORD IS TEST-SPLIT-RECORD.
       01 TEST-SPLIT-RECORD              PIC X(35).

       FD  TEST-ENV-FILE
           RECORDING MODE IS F
           DATA RECORD IS TEST-ENV-RECORD.
       01 TEST-ENV-RECORD                PIC X(121).

       FD  TEST-SET-LISTING
           RECORDING MODE IS F
           DATA RECORD IS TEST-SET-LISTING-RECORD.
       01 TEST-SET-LISTING-RECORD        PIC X(133).

       FD  AUDIT-TRAIL-FILE
           RECORDING MODE IS F
           DATA RECORD IS AUDIT-TRAIL-RECORD.
       01 AUDIT-TRAIL-RECORD             PIC X(89).

       WORKING-STORAGE SECTION.
      * PRODUCTION FILES READ - THE SAME DEFAULTS PAYRPTRB USES.
        01 WS-FILE-PATHS.
           05 WS-EMPLOYEE-MASTER-PATH   PIC X(80)
                VALUE "C:\Users\Ryan\Desktop\EMPLOYEE-MASTER.DAT".
           05 WS-YTD-MASTER-PATH        PIC X(80)
                VALUE "C:\Users\Ryan\Desktop\YTD-MASTER.DAT".
           05 WS-PAY-HISTORY-PATH       PIC X(80)
                VALUE "C:\Users\Ryan\Desktop\PAYHIST.DAT".
           05 WS-DD-SPLIT-PATH          PIC X(80)
                VALUE "C:\Users\Ryan\Desktop\DDSPLIT.DAT".
           05 WS-TEST-SET-LISTING-PATH  PIC X(80)
                VALUE "C:\Users\Ryan\Desktop\TSTSET.rpt".
           05 WS-AUDIT-TRAIL-PATH       PIC X(80)
                VALUE "C:\Users\Ryan\Desktop\OPS-AUDIT-TRAIL.LOG".
           05 WS-ENV-PATH-OVERRIDE      PIC X(80).

      * THE TEST SET - ALL IN THE TEST DIRECTORY UNDER FIXED NAMES.
        01 WS-TEST-DIRECTORY            PIC X(80)
             VALUE "C:\Users\Ryan\Desktop\TESTDATA\".
        01 WS-TEST-DIR-LEN              PIC 9(02) COMP VALUE 0.
        01 WS-TEST-SEPARATOR            PIC X(01) VALUE "\".
        01 WS-TEST-PATHS.
           05 WS-TEST-EMP-PATH          PIC X(80) VALUE SPACES.
           05 WS-TEST-YTD-PATH          PIC X(80) VALUE SPACES.
           05 WS-TEST-HIST-PATH         PIC X(80) VALUE SPACES.
           05 WS-TEST-SPLIT-PATH        PIC X(80) VALUE SPACES.
           05 WS-TEST-ENV-PATH          PIC X(80) VALUE SPACES.
           05 WS-TEST-ACH-PATH          PIC X(80) VALUE SPACES.
           05 WS-TEST-POSPAY-PATH       PIC X(80) VALUE SPACES.
        01 WS-TEST-PATH-TABLE REDEFINES WS-TEST-PATHS.
           05 WS-TEST-PATH OCCURS 7 TIMES PIC X(80).
        01 WS-TEST-FILE-NAMES.
           05 FILLER PIC X(20) VALUE "EMPLOYEE-MASTER.DAT".
           05 FILLER PIC X(20) VALUE "YTD-MASTER.DAT".
           05 FILLER PIC X(20) VALUE "PAYHIST.DAT".
           05 FILLER PIC X(20) VALUE "DDSPLIT.DAT".
           05 FILLER PIC X(20) VALUE "TESTENV.DAT".
           05 FILLER PIC X(20) VALUE "PAYROLLACH.DAT".
           05 FILLER PIC X(20) VALUE "POSPAY.DAT".
        01 WS-TEST-NAME-TABLE REDEFINES WS-TEST-FILE-NAMES.
           05 WS-TEST-FILE-NAME OCCURS 7 TIMES PIC X(20).

      * PATHS THE TEST SET MAY NEVER BE WRITTEN TO - THE FILES THIS
      * RUN READS (FILLED IN AT START) AND THE PRODUCTION DEFAULTS,
      * INCLUDING THE BANK FILES THE TEST SETTINGS REDIRECT.
        01 WS-PROD-PATHS.
           05 WS-PROD-READ-PATH OCCURS 4 TIMES PIC X(80).
           05 FILLER                    PIC X(80)
                VALUE "C:\Users\Ryan\Desktop\EMPLOYEE-MASTER.DAT".
           05 FILLER                    PIC X(80)
                VALUE "C:\Users\Ryan\Desktop\YTD-MASTER.DAT".
           05 FILLER                    PIC X(80)
                VALUE "C:\Users\Ryan\Desktop\PAYHIST.DAT".
           05 FILLER                    PIC X(80)
                VALUE "C:\Users\Ryan\Desktop\DDSPLIT.DAT".
           05 FILLER                    PIC X(80)
                VALUE "C:\Users\Ryan\Desktop\PAYROLLACH.DAT".
           05 FILLER                    PIC X(80)
                VALUE "C:\Users\Ryan\Desktop\POSPAY.DAT".
        01 WS-PROD-PATH-TABLE REDEFINES WS-PROD-PATHS.
           05 WS-PROD-PATH OCCURS 10 TIMES PIC X(80).
        01 WS-PROD-SUB                  PIC 9(02) COMP VALUE 0.
        01 WS-TEST-SUB                  PIC 9(02) COMP VALUE 0.
        01 WS-COMPARE-1                 PIC X(80).
        01 WS-COMPARE-2                 PIC X(80).
        01 WS-CHAR-SUB                  PIC 9(02) COMP VALUE 0.
        01 WS-REFUSE-SW                 PIC X(01) VALUE "N".
           88 TEST-SET-REFUSED             VALUE "Y".

      * TEST BANK VALUES - THE ROUTING NUMBER PASSES THE ABA CHECK
      * DIGIT BUT BELONGS TO NO BANK WE DEAL WITH.
        01 WS-TEST-ROUTING              PIC X(09) VALUE "123456780".
        01 WS-TEST-COMPANY-ID           PIC X(10) VALUE "9999999999".
        01 WS-TEST-POSPAY-ACCOUNT       PIC X(12)
             VALUE "999999999999".

      * File status
        01 WS-EMPLOYEE-MASTER-STATUS    pic X(02).
           88 EMPLOYEE-MASTER-SUCCESSFUL   VALUE "00".
           88 END-OF-EMPLOYEE-MASTER       VALUE "10".
           88 EMPLOYEE-MASTER-MISSING      VALUE "35".
        01 WS-YTD-MASTER-STATUS         pic X(02).
           88 YTD-MASTER-SUCCESSFUL        VALUE "00".
           88 END-OF-YTD-MASTER            VALUE "10".
           88 YTD-MASTER-MISSING           VALUE "35".
        01 WS-PAY-HISTORY-STATUS        pic X(02).
           88 PAY-HISTORY-SUCCESSFUL       VALUE "00".
           88 END-OF-PAY-HISTORY           VALUE "10".
           88 PAY-HISTORY-MISSING          VALUE "35".
        01 WS-DD-SPLIT-STATUS           pic X(02).
           88 DD-SPLIT-SUCCESSFUL          VALUE "00".
           88 END-OF-DD-SPLIT              VALUE "10".
           88 DD-SPLIT-MISSING             VALUE "35".
        01 WS-TEST-FILE-STATUS          pic X(02).
           88 GOOD-TEST-FILE-WRITE         VALUE "00".
        01 WS-TEST-SET-LISTING-STATUS   pic X(02).
           88 GOOD-TEST-SET-LISTING-WRITE  VALUE "00".
        01 WS-AUDIT-TRAIL-STATUS        pic X(02).
           88 GOOD-AUDIT-TRAIL-WRITE       VALUE "00".

      * MADE-UP NAMES AND STREETS THE FAKE IDENTITIES ARE DRAWN FROM.
        01 WS-FIRST-NAME-DATA.
           05 FILLER PIC X(08) VALUE "ALEX".
           05 FILLER PIC X(08) VALUE "BAILEY".
           05 FILLER PIC X(08) VALUE "CASEY".
           05 FILLER PIC X(08) VALUE "DANA".
           05 FILLER PIC X(08) VALUE "EMERY".
           05 FILLER PIC X(08) VALUE "FRANKIE".
           05 FILLER PIC X(08) VALUE "GRAY".
           05 FILLER PIC X(08) VALUE "HARLEY".
           05 FILLER PIC X(08) VALUE "JAMIE".
           05 FILLER PIC X(08) VALUE "JORDAN".
           05 FILLER PIC X(08) VALUE "KELLY".
           05 FILLER PIC X(08) VALUE "LEE".
           05 FILLER PIC X(08) VALUE "MORGAN".
           05 FILLER PIC X(08) VALUE "NOEL".
           05 FILLER PIC X(08) VALUE "PAT".
           05 FILLER PIC X(08) VALUE "QUINN".
           05 FILLER PIC X(08) VALUE "REESE".
           05 FILLER PIC X(08) VALUE "SAGE".
           05 FILLER PIC X(08) VALUE "TAYLOR".
           05 FILLER PIC X(08) VALUE "VAL".
        01 WS-FIRST-NAME-TABLE REDEFINES WS-FIRST-NAME-DATA.
           05 WS-FIRST-NAME OCCURS 20 TIMES PIC X(08).
        01 WS-LAST-NAME-DATA.
           05 FILLER PIC X(10) VALUE "ABBOTT".
           05 FILLER PIC X(10) VALUE "BENSON".
           05 FILLER PIC X(10) VALUE "CARVER".
           05 FILLER PIC X(10) VALUE "DALTON".
           05 FILLER PIC X(10) VALUE "ELLIOTT".
           05 FILLER PIC X(10) VALUE "FLEMING".
           05 FILLER PIC X(10) VALUE "GARNER".
           05 FILLER PIC X(10) VALUE "HOLLIS".
           05 FILLER PIC X(10) VALUE "IVERSON".
           05 FILLER PIC X(10) VALUE "JENNINGS".
           05 FILLER PIC X(10) VALUE "KEMPER".
           05 FILLER PIC X(10) VALUE "LANDRY".
           05 FILLER PIC X(10) VALUE "MERCER".
           05 FILLER PIC X(10) VALUE "NORTON".
           05 FILLER PIC X(10) VALUE "OSBORNE".
           05 FILLER PIC X(10) VALUE "PRESTON".
           05 FILLER PIC X(10) VALUE "RADFORD".
           05 FILLER PIC X(10) VALUE "SHELBY".
           05 FILLER PIC X(10) VALUE "TRAVIS".
           05 FILLER PIC X(10) VALUE "WALDEN".
        01 WS-LAST-NAME-TABLE REDEFINES WS-LAST-NAME-DATA.
           05 WS-LAST-NAME OCCURS 20 TIMES PIC X(10).
        01 WS-STREET-DATA.
           05 FILLER PIC X(12) VALUE "MAPLE AVE".
           05 FILLER PIC X(12) VALUE "OAK ST".
           05 FILLER PIC X(12) VALUE "PINE RD".
           05 FILLER PIC X(12) VALUE "ELM ST".
           05 FILLER PIC X(12) VALUE "CEDAR LN".
           05 FILLER PIC X(12) VALUE "BIRCH DR".
           05 FILLER PIC X(12) VALUE "WALNUT ST".
           05 FILLER PIC X(12) VALUE "SPRUCE CT".
           05 FILLER PIC X(12) VALUE "ASPEN WAY".
           05 FILLER PIC X(12) VALUE "WILLOW RD".
        01 WS-STREET-TABLE REDEFINES WS-STREET-DATA.
           05 WS-STREET OCCURS 10 TIMES PIC X(12).

      * THE EMPLOYEE THE FAKE VALUES ARE WORKED OUT FOR.  A NON-
      * NUMERIC EMPLOYEE NUMBER GETS A SEED FROM THE ORDER IT WAS
      * FIRST SEEN IN, REMEMBERED SO EVERY FILE GIVES IT THE SAME ONE.
        01 WS-SEED-EMP-NUMBER           PIC X(06).
        01 WS-SEED                      PIC 9(06) VALUE 0.
        01 WS-SEED-X REDEFINES WS-SEED  PIC X(06).
        01 WS-SEED-QUOTIENT             PIC 9(06) VALUE 0.
        01 WS-FIRST-SUB                 PIC 9(02) VALUE 0.
        01 WS-LAST-SUB                  PIC 9(02) VALUE 0.
        01 WS-STREET-SUB                PIC 9(02) VALUE 0.
        01 WS-HOUSE-NUMBER              PIC 9(04) VALUE 0.
        01 WS-SSN-AREA                  PIC X(03) VALUE SPACES.
        01 WS-FAKE-NAME                 PIC X(20) VALUE SPACES.
        01 WS-FAKE-SSN                  PIC X(09) VALUE SPACES.
        01 WS-FAKE-ADDRESS              PIC X(25) VALUE SPACES.
        01 WS-FAKE-ACCOUNT              PIC X(12) VALUE SPACES.
        01 WS-FAKE-PRIORITY             PIC 9(01) VALUE 0.
        01 WS-ODD-COUNT                 PIC 9(04) COMP VALUE 0.
        01 WS-ODD-SUB                   PIC 9(04) COMP VALUE 0.
        01 WS-ODD-TABLE.
           05 WS-ODD-EMP-NUMBER OCCURS 0 TO 5000 TIMES
                DEPENDING ON WS-ODD-COUNT PIC X(06).

      * THE TEST SETTINGS WRITTEN TO TESTENV.DAT - EACH VARIABLE AND
      * WHAT IT IS SET TO: E/Y/H/S THE TEST EMPLOYEE MASTER, YTD
      * MASTER, PAY HISTORY OR SPLIT FILE; A/P THE TEST ACH OR
      * POSITIVE-PAY FILE; R/C/K THE TEST ROUTING, COMPANY ID OR
      * POSITIVE-PAY ISSUE ACCOUNT.
        COPY "TESTENV.cpy".
        01 WS-TEST-ENV-DATA.
           05 FILLER PIC X(40) VALUE "ACAFRMRB-EMPLOYEE-MASTER".
           05 FILLER PIC X(01) VALUE "E".
           05 FILLER PIC X(40) VALUE "ACAMSRRB-EMPLOYEE-MASTER".
           05 FILLER PIC X(01) VALUE "E".
           05 FILLER PIC X(40) VALUE "ACHRTNRB-EMPLOYEE-MASTER".
           05 FILLER PIC X(01) VALUE "E".
           05 FILLER PIC X(40) VALUE "AUTHRVRB-EMPLOYEE-MASTER".
           05 FILLER PIC X(01) VALUE "E".
           05 FILLER PIC X(40) VALUE "BENENRRB-EMPLOYEE-MASTER".
           05 FILLER PIC X(01) VALUE "E".
           05 FILLER PIC X(40) VALUE "CASHFCRB-EMPLOYEE-MASTER".
           05 FILLER PIC X(01) VALUE "E".
           05 FILLER PIC X(40) VALUE "EMPMNTRB-EMPLOYEE-MASTER".
           05 FILLER PIC X(01) VALUE "E".
           05 FILLER PIC X(40) VALUE "FINPAYRB-EMPLOYEE-MASTER".
           05 FILLER PIC X(01) VALUE "E".
           05 FILLER PIC X(40) VALUE "FUT940RB-EMPLOYEE-MASTER".
           05 FILLER PIC X(01) VALUE "E".
           05 FILLER PIC X(40) VALUE "HDCNTRB-EMPLOYEE-MASTER".
           05 FILLER PIC X(01) VALUE "E".
           05 FILLER PIC X(40) VALUE "INTAUDRB-EMPLOYEE-MASTER".
           05 FILLER PIC X(01) VALUE "E".
           05 FILLER PIC X(40) VALUE "LEAVRQRB-EMPLOYEE-MASTER".
           05 FILLER PIC X(01) VALUE "E".
           05 FILLER PIC X(40) VALUE "LKPMNTRB-EMPLOYEE-MASTER".
           05 FILLER PIC X(01) VALUE "E".
           05 FILLER PIC X(40) VALUE "NEWHIRRB-EMPLOYEE-MASTER".
           05 FILLER PIC X(01) VALUE "E".
           05 FILLER PIC X(40) VALUE "PAYACRRB-EMPLOYEE-MASTER".
           05 FILLER PIC X(01) VALUE "E".
           05 FILLER PIC X(40) VALUE "PAYRPTRB-EMPLOYEE-MASTER".
           05 FILLER PIC X(01) VALUE "E".
           05 FILLER PIC X(40) VALUE "RAISGNRB-EMPLOYEE-MASTER".
           05 FILLER PIC X(01) VALUE "E".
           05 FILLER PIC X(40) VALUE "RETROPRB-EMPLOYEE-MASTER".
           05 FILLER PIC X(01) VALUE "E".
           05 FILLER PIC X(40) VALUE "SUTAWGRB-EMPLOYEE-MASTER".
           05 FILLER PIC X(01) VALUE "E".
           05 FILLER PIC X(40) VALUE "TIMCLKRB-EMPLOYEE-MASTER".
           05 FILLER PIC X(01) VALUE "E".
           05 FILLER PIC X(40) VALUE "W2PRTRB-EMPLOYEE-MASTER".
           05 FILLER PIC X(01) VALUE "E".
           05 FILLER PIC X(40) VALUE "W2SUMRB-EMPLOYEE-MASTER".
           05 FILLER PIC X(01) VALUE "E".
           05 FILLER PIC X(40) VALUE "ACHRTNRB-YTD-MASTER".
           05 FILLER PIC X(01) VALUE "Y".
           05 FILLER PIC X(40) VALUE "FUT940RB-YTD-MASTER".
           05 FILLER PIC X(01) VALUE "Y".
           05 FILLER PIC X(40) VALUE "INTAUDRB-YTD-MASTER".
           05 FILLER PIC X(01) VALUE "Y".
           05 FILLER PIC X(40) VALUE "PAYACRRB-YTD-MASTER".
           05 FILLER PIC X(01) VALUE "Y".
           05 FILLER PIC X(40) VALUE "PAYRPTRB-YTD-MASTER".
           05 FILLER PIC X(01) VALUE "Y".
           05 FILLER PIC X(40) VALUE "W2CORRRB-YTD-MASTER".
           05 FILLER PIC X(01) VALUE "Y".
           05 FILLER PIC X(40) VALUE "W2PRTRB-YTD-MASTER".
           05 FILLER PIC X(01) VALUE "Y".
           05 FILLER PIC X(40) VALUE "W2SUMRB-YTD-MASTER".
           05 FILLER PIC X(01) VALUE "Y".
           05 FILLER PIC X(40) VALUE "YTDCLSRB-YTD-MASTER".
           05 FILLER PIC X(01) VALUE "Y".
           05 FILLER PIC X(40) VALUE "ACAMSRRB-PAY-HISTORY".
           05 FILLER PIC X(01) VALUE "H".
           05 FILLER PIC X(40) VALUE "BENRECRB-PAY-HISTORY".
           05 FILLER PIC X(01) VALUE "H".
           05 FILLER PIC X(40) VALUE "CASHFCRB-PAY-HISTORY-FILE".
           05 FILLER PIC X(01) VALUE "H".
           05 FILLER PIC X(40) VALUE "INTAUDRB-PAY-HISTORY-FILE".
           05 FILLER PIC X(01) VALUE "H".
           05 FILLER PIC X(40) VALUE "PAYACRRB-PAY-HISTORY".
           05 FILLER PIC X(01) VALUE "H".
           05 FILLER PIC X(40) VALUE "PAYINQRB-PAY-HISTORY".
           05 FILLER PIC X(01) VALUE "H".
           05 FILLER PIC X(40) VALUE "PAYRPTRB-PAY-HISTORY".
           05 FILLER PIC X(01) VALUE "H".
           05 FILLER PIC X(40) VALUE "RETPRGRB-PAY-HISTORY-FILE".
           05 FILLER PIC X(01) VALUE "H".
           05 FILLER PIC X(40) VALUE "RETROPRB-PAY-HISTORY".
           05 FILLER PIC X(01) VALUE "H".
           05 FILLER PIC X(40) VALUE "PAYRPTRB-DD-SPLIT-FILE".
           05 FILLER PIC X(01) VALUE "S".
           05 FILLER PIC X(40) VALUE "PAYRPTRB-ACH-FILE-OUT".
           05 FILLER PIC X(01) VALUE "A".
           05 FILLER PIC X(40) VALUE "BNKRECRB-PAYROLL-ACH-FILE".
           05 FILLER PIC X(01) VALUE "A".
           05 FILLER PIC X(40) VALUE "PAYRPTRB-POSITIVE-PAY-FILE".
           05 FILLER PIC X(01) VALUE "P".
           05 FILLER PIC X(40) VALUE "STOPPYRB-POSITIVE-PAY-FILE".
           05 FILLER PIC X(01) VALUE "P".
           05 FILLER PIC X(40) VALUE "PAYRPTRB-ACH-ODFI-ROUTING".
           05 FILLER PIC X(01) VALUE "R".
           05 FILLER PIC X(40) VALUE "PAYRPTRB-ACH-COMPANY-ID".
           05 FILLER PIC X(01) VALUE "C".
           05 FILLER PIC X(40) VALUE "PAYRPTRB-POSPAY-ACCOUNT".
           05 FILLER PIC X(01) VALUE "K".
        01 WS-TEST-ENV-TABLE REDEFINES WS-TEST-ENV-DATA.
           05 WS-TEST-ENV-ENTRY OCCURS 48 TIMES.
              10 WS-TEST-ENV-VARIABLE   PIC X(40).
              10 WS-TEST-ENV-KIND       PIC X(01).
        01 WS-TEST-ENV-SUB              PIC 9(02) COMP VALUE 0.

      * COUNTS AND DOLLAR CONTROL TOTALS, IN AND OUT, PER FILE:
      * 1 EMPLOYEE MASTER (ANNUAL SALARY), 2 YTD MASTER (GROSS),
      * 3 PAY HISTORY (GROSS), 4 SPLIT FILE (SPLIT AMOUNT).  THE
      * SECOND DOLLAR FIGURE IS YTD AND HISTORY NET.
        01 WS-FILE-COUNTS.
           05 WS-FILE-ENTRY OCCURS 4 TIMES.
              10 WS-RECORDS-IN          PIC 9(07).
              10 WS-RECORDS-OUT         PIC 9(07).
              10 WS-AMOUNT-1-IN         PIC 9(11)V99.
              10 WS-AMOUNT-1-OUT        PIC 9(11)V99.
              10 WS-AMOUNT-2-IN         PIC 9(11)V99.
              10 WS-AMOUNT-2-OUT        PIC 9(11)V99.
        01 WS-FILE-SUB                  PIC 9(01) VALUE 0.
        01 WS-FILE-LABELS.
           05 FILLER PIC X(40)
                VALUE "EMPLOYEE MASTER     ANNUAL SALARY       ".
           05 FILLER PIC X(40)
                VALUE "YTD MASTER          YTD GROSS           ".
           05 FILLER PIC X(40)
                VALUE "PAY HISTORY         GROSS               ".
           05 FILLER PIC X(40)
                VALUE "DIRECT-DEPOSIT SPLITSPLIT AMOUNT        ".
        01 WS-FILE-LABEL-TABLE REDEFINES WS-FILE-LABELS.
           05 WS-FILE-LABEL-ENTRY OCCURS 4 TIMES.
              10 WS-FILE-LABEL          PIC X(20).
              10 WS-AMOUNT-LABEL        PIC X(20).
        01 WS-TOTALS-MISMATCH-SW        PIC X(01) VALUE "N".
           88 TOTALS-MISMATCH              VALUE "Y".
        01 WS-RECORDS-READ              PIC 9(07) VALUE 0.
        01 WS-RECORDS-WRITTEN           PIC 9(07) VALUE 0.
        01 WS-RUN-DATE                  PIC X(08).
        01 WS-RUN-TIME                  PIC 9(08) VALUE 0.
        COPY "AUDITTRL.cpy".
      * OPERATOR SIGN-ON - THE RUN READS PRODUCTION PAY DATA.
        COPY "SIGNON.cpy".

       01  PAGE-HDG-01.
           05 PAGE-HDG-01-CC         PIC X(01) VALUE SPACE.
           05 FILLER                 PIC X(48) VALUE SPACES.
           05 FILLER                 PIC X(32)
              VALUE "SCRUBBED TEST DATA SET".
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
           05 FILLER                 PIC X(10) VALUE SPACES.
           05 FILLER                 PIC X(16) VALUE "TEST DIRECTORY: ".
           05 PAGE-HDG-03-DIRECTORY  PIC X(80).
       01  PAGE-HDG-04.
           05 PAGE-HDG-04-CC         PIC X(01) VALUE SPACE.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 FILLER                 PIC X(20) VALUE "FILE".
           05 FILLER                 PIC X(09) VALUE "  RECS IN".
           05 FILLER                 PIC X(10) VALUE "  RECS OUT".
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 FILLER                 PIC X(20) VALUE "CONTROL TOTAL".
           05 FILLER                 PIC X(19)
              VALUE "          TOTAL IN".
           05 FILLER                 PIC X(19)
              VALUE "         TOTAL OUT".
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 FILLER                 PIC X(08) VALUE "STATUS".

       01  DETAIL-LINE-FILE.
           05 DTL-CC                 PIC X(01) VALUE SPACE.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 DTL-FILE               PIC X(20).
           05 DTL-RECORDS-IN         PIC Z,ZZZ,ZZ9.
           05 FILLER                 PIC X(01) VALUE SPACE.
           05 DTL-RECORDS-OUT        PIC Z,ZZZ,ZZ9.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 DTL-AMOUNT-LABEL       PIC X(20).
           05 DTL-AMOUNT-IN          PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                 PIC X(01) VALUE SPACE.
           05 DTL-AMOUNT-OUT         PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 DTL-STATUS             PIC X(12).

      * THE NET FIGURES UNDER YTD AND HISTORY:
       01  DETAIL-LINE-NET.
           05 NET-CC                 PIC X(01) VALUE SPACE.
           05 FILLER                 PIC X(43) VALUE SPACES.
           05 FILLER                 PIC X(20) VALUE "  NET".
           05 NET-AMOUNT-IN          PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                 PIC X(01) VALUE SPACE.
           05 NET-AMOUNT-OUT         PIC ZZZ,ZZZ,ZZZ,ZZ9.99.

       01  DETAIL-LINE-NOTE.
           05 NOTE-CC                PIC X(01) VALUE SPACE.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 FILLER                 PIC X(04) VALUE "*** ".
           05 NOTE-TEXT              PIC X(110).

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

           DISPLAY "TSTSETRB FOR RYAN BROOKS".

           PERFORM 1000-INITIALIZE.

           PERFORM 2000-COPY-EMPLOYEE-MASTER.
           PERFORM 3000-COPY-YTD-MASTER.
           PERFORM 4000-COPY-PAY-HISTORY.
           PERFORM 5000-COPY-DD-SPLITS.
           PERFORM 6000-WRITE-TEST-SETTINGS.

           PERFORM 8000-WRITE-HEADINGS.
           perform varying WS-FILE-SUB from 1 by 1
              until WS-FILE-SUB > 4
              perform 7000-LIST-ONE-FILE
           END-PERFORM.
           IF TOTALS-MISMATCH
              MOVE SPACES TO NOTE-TEXT
              STRING "CONTROL TOTALS IN AND OUT DO NOT AGREE - "
                     "DO NOT USE THIS TEST SET"
                     DELIMITED BY SIZE INTO NOTE-TEXT
              PERFORM 7500-WRITE-NOTE-LINE
              DISPLAY "TSTSETRB: CONTROL TOTALS DO NOT AGREE - SEE "
                  "THE LISTING"
              MOVE 8 TO RETURN-CODE
           END-IF.
           MOVE SPACES TO NOTE-TEXT.
           STRING "TEST SETTINGS FOR THE RUNS: " DELIMITED BY SIZE
                  WS-TEST-ENV-PATH DELIMITED BY "  "
                  INTO NOTE-TEXT.
           PERFORM 7500-WRITE-NOTE-LINE.

           perform 9000-CREATE-REPORT-TOTAL-LINES.

           display "RECORDS READ:                " WS-RECORDS-READ.
           display "RECORDS WRITTEN:             " WS-RECORDS-WRITTEN.

           PERFORM 9900-WRITE-AUDIT-RECORD.

           close TEST-SET-LISTING
                 AUDIT-TRAIL-FILE.

           GOBACK.

       0500-GET-FILE-PATHS.
      * OVERRIDE THE DEFAULT FILE PATHS IF THE MATCHING ENVIRONMENT
      * VARIABLE HAS BEEN SET:
           ACCEPT WS-ENV-PATH-OVERRIDE FROM ENVIRONMENT
                  "TSTSETRB-EMPLOYEE-MASTER".
           IF WS-ENV-PATH-OVERRIDE NOT = SPACES
              MOVE WS-ENV-PATH-OVERRIDE TO WS-EMPLOYEE-MASTER-PATH
           END-IF.
           ACCEPT WS-ENV-PATH-OVERRIDE FROM ENVIRONMENT
                  "TSTSETRB-YTD-MASTER".
           IF WS-ENV-PATH-OVERRIDE NOT = SPACES
              MOVE WS-ENV-PATH-OVERRIDE TO WS-YTD-MASTER-PATH
           END-IF.
           ACCEPT WS-ENV-PATH-OVERRIDE FROM ENVIRONMENT
                  "TSTSETRB-PAY-HISTORY".
           IF WS-ENV-PATH-OVERRIDE NOT = SPACES
              MOVE WS-ENV-PATH-OVERRIDE TO WS-PAY-HISTORY-PATH
           END-IF.
           ACCEPT WS-ENV-PATH-OVERRIDE FROM ENVIRONMENT
                  "TSTSETRB-DD-SPLIT-FILE".
           IF WS-ENV-PATH-OVERRIDE NOT = SPACES
              MOVE WS-ENV-PATH-OVERRIDE TO WS-DD-SPLIT-PATH
           END-IF.
           ACCEPT WS-ENV-PATH-OVERRIDE FROM ENVIRONMENT
                  "TSTSETRB-TEST-DIRECTORY".
           IF WS-ENV-PATH-OVERRIDE NOT = SPACES
              MOVE WS-ENV-PATH-OVERRIDE TO WS-TEST-DIRECTORY
           END-IF.
           ACCEPT WS-ENV-PATH-OVERRIDE FROM ENVIRONMENT
                  "TSTSETRB-TEST-ROUTING".
           IF WS-ENV-PATH-OVERRIDE NOT = SPACES
              MOVE WS-ENV-PATH-OVERRIDE TO WS-TEST-ROUTING
           END-IF.
           ACCEPT WS-ENV-PATH-OVERRIDE FROM ENVIRONMENT
                  "TSTSETRB-TEST-SET-LISTING".
           IF WS-ENV-PATH-OVERRIDE NOT = SPACES
              MOVE WS-ENV-PATH-OVERRIDE TO WS-TEST-SET-LISTING-PATH
           END-IF.
           ACCEPT WS-ENV-PATH-OVERRIDE FROM ENVIRONMENT
                  "TSTSETRB-AUDIT-TRAIL-FILE".
           IF WS-ENV-PATH-OVERRIDE NOT = SPACES
              MOVE WS-ENV-PATH-OVERRIDE TO WS-AUDIT-TRAIL-PATH
           END-IF.

       1000-INITIALIZE.
           PERFORM 0500-GET-FILE-PATHS.
           ACCEPT WS-RUN-DATE FROM DATE.
           MOVE   WS-RUN-DATE TO PAGE-HDG-02-DATE.
           INITIALIZE WS-FILE-COUNTS.
           OPEN EXTEND AUDIT-TRAIL-FILE.
           IF NOT GOOD-AUDIT-TRAIL-WRITE
              CLOSE AUDIT-TRAIL-FILE
              OPEN OUTPUT AUDIT-TRAIL-FILE
           END-IF.
           PERFORM 1200-OPERATOR-SIGN-ON.
           PERFORM 1500-BUILD-TEST-PATHS.
           PERFORM 1600-CHECK-TEST-PATHS.
           IF TEST-SET-REFUSED
              MOVE 16 TO RETURN-CODE
              PERFORM 9900-WRITE-AUDIT-RECORD
              CLOSE AUDIT-TRAIL-FILE
              GOBACK
           END-IF.
           MOVE WS-TEST-DIRECTORY TO PAGE-HDG-03-DIRECTORY.
           OPEN OUTPUT TEST-SET-LISTING.

       1200-OPERATOR-SIGN-ON.
      * AN UNAUTHORIZED OR UNSIGNED RUN IS REFUSED AND THE REFUSAL
      * GOES ON THE AUDIT TRAIL.
           MOVE "TSTSETRB" TO SGN-PROGRAM-NAME.
           CALL "OPSIGNRB" USING SIGNON-PARMS.
           IF NOT SGN-AUTHORIZED
              EVALUATE TRUE
                 WHEN SGN-NO-USER
                 WHEN SGN-BATCH-RUN
                    DISPLAY "TSTSETRB: OPS-USER-ID NOT SET - SIGN "
                        "ON BEFORE BUILDING A TEST SET"
                 WHEN SGN-NO-USER-FILE
                    DISPLAY "TSTSETRB: USER AUTHORIZATION FILE "
                        "MISSING - RUN REFUSED"
                 WHEN OTHER
                    DISPLAY "TSTSETRB: USER " SGN-USER-ID
                        " NOT AUTHORIZED FOR TSTSETRB - RUN REFUSED"
              END-EVALUATE
              MOVE 16 TO RETURN-CODE
              PERFORM 1250-LOG-REFUSED-ACCESS
              GOBACK
           END-IF.

       1250-LOG-REFUSED-ACCESS.
           ACCEPT WS-RUN-TIME FROM TIME.
           MOVE "TSTSETRB"          TO AUD-PROGRAM-NAME.
           MOVE WS-RUN-DATE         TO AUD-RUN-DATE.
           MOVE WS-RUN-TIME         TO AUD-RUN-TIME.
           MOVE 0                   TO AUD-RECORDS-READ.
           MOVE 0                   TO AUD-RECORDS-WRITTEN.
           MOVE "ACCESS REFUSED"    TO AUD-KEY-TOTALS.
           MOVE "ER"                TO AUD-COMPLETION-STATUS.
           MOVE SGN-USER-ID         TO AUD-USER-ID.
           WRITE AUDIT-TRAIL-RECORD FROM AUDIT-TRAIL-LINE.
           CLOSE AUDIT-TRAIL-FILE.

       1500-BUILD-TEST-PATHS.
      * EVERY TEST FILE IS <TEST DIRECTORY><FIXED NAME>.  THE
      * DIRECTORY GETS A TRAILING SEPARATOR IF IT WAS GIVEN WITHOUT
      * ONE - / IF IT IS A FORWARD-SLASH PATH, OTHERWISE \.
           PERFORM VARYING WS-TEST-DIR-LEN FROM 80 BY -1
              UNTIL WS-TEST-DIR-LEN = 0
                 OR WS-TEST-DIRECTORY (WS-TEST-DIR-LEN:1) NOT = SPACE
           END-PERFORM.
           IF WS-TEST-DIR-LEN = 0
              EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO WS-CHAR-SUB.
           INSPECT WS-TEST-DIRECTORY TALLYING WS-CHAR-SUB
                   FOR ALL "/".
           IF WS-CHAR-SUB > 0
              MOVE "/" TO WS-TEST-SEPARATOR
           END-IF.
           IF WS-TEST-DIRECTORY (WS-TEST-DIR-LEN:1) NOT = "\"
              AND WS-TEST-DIRECTORY (WS-TEST-DIR-LEN:1) NOT = "/"
              AND WS-TEST-DIR-LEN < 80
              ADD 1 TO WS-TEST-DIR-LEN
              MOVE WS-TEST-SEPARATOR
                TO WS-TEST-DIRECTORY (WS-TEST-DIR-LEN:1)
           END-IF.
           perform varying WS-TEST-SUB from 1 by 1
              until WS-TEST-SUB > 7
              MOVE SPACES TO WS-TEST-PATH (WS-TEST-SUB)
              STRING WS-TEST-DIRECTORY (1:WS-TEST-DIR-LEN)
                     DELIMITED BY SIZE
                     WS-TEST-FILE-NAME (WS-TEST-SUB)
                     DELIMITED BY SPACE
                     INTO WS-TEST-PATH (WS-TEST-SUB)
           END-PERFORM.

       1600-CHECK-TEST-PATHS.
      * REFUSE A BLANK TEST DIRECTORY, ONE THAT IS A PRODUCTION
      * FILE'S DIRECTORY, AND ANY TEST PATH THAT IS A PRODUCTION
      * PATH.  PATHS ARE COMPARED IN UPPER CASE - C:\USERS AND
      * c:\users ARE THE SAME FOLDER.
           IF WS-TEST-DIR-LEN = 0
              DISPLAY "TSTSETRB: TSTSETRB-TEST-DIRECTORY IS BLANK - "
                  "RUN REFUSED"
              SET TEST-SET-REFUSED TO TRUE
              EXIT PARAGRAPH
           END-IF.
           MOVE WS-EMPLOYEE-MASTER-PATH TO WS-PROD-READ-PATH (1).
           MOVE WS-YTD-MASTER-PATH      TO WS-PROD-READ-PATH (2).
           MOVE WS-PAY-HISTORY-PATH     TO WS-PROD-READ-PATH (3).
           MOVE WS-DD-SPLIT-PATH        TO WS-PROD-READ-PATH (4).
           perform varying WS-PROD-SUB from 1 by 1
              until WS-PROD-SUB > 10
              MOVE WS-PROD-PATH (WS-PROD-SUB) TO WS-COMPARE-1
              INSPECT WS-COMPARE-1 CONVERTING
                      "abcdefghijklmnopqrstuvwxyz"
                   TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
              perform 1650-CHECK-ONE-PROD-PATH
           END-PERFORM.

       1650-CHECK-ONE-PROD-PATH.
      * THE PRODUCTION FILE'S DIRECTORY IS EVERYTHING UP TO ITS LAST
      * SEPARATOR.
           PERFORM VARYING WS-CHAR-SUB FROM 80 BY -1
              UNTIL WS-CHAR-SUB = 0
                 OR WS-COMPARE-1 (WS-CHAR-SUB:1) = "\"
                 OR WS-COMPARE-1 (WS-CHAR-SUB:1) = "/"
           END-PERFORM.
           MOVE WS-TEST-DIRECTORY TO WS-COMPARE-2.
           INSPECT WS-COMPARE-2 CONVERTING
                   "abcdefghijklmnopqrstuvwxyz"
                TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           IF TEST-SET-REFUSED
              EXIT PARAGRAPH
           END-IF.
           IF WS-CHAR-SUB > 0
              AND WS-CHAR-SUB = WS-TEST-DIR-LEN
              AND WS-COMPARE-1 (1:WS-CHAR-SUB) =
                  WS-COMPARE-2 (1:WS-CHAR-SUB)
              DISPLAY "TSTSETRB: TEST DIRECTORY "
                  WS-TEST-DIRECTORY (1:WS-TEST-DIR-LEN)
                  " HOLDS PRODUCTION FILES - RUN REFUSED"
              SET TEST-SET-REFUSED TO TRUE
              EXIT PARAGRAPH
           END-IF.
           perform varying WS-TEST-SUB from 1 by 1
              until WS-TEST-SUB > 7 OR TEST-SET-REFUSED
              MOVE WS-TEST-PATH (WS-TEST-SUB) TO WS-COMPARE-2
              INSPECT WS-COMPARE-2 CONVERTING
                      "abcdefghijklmnopqrstuvwxyz"
                   TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
              IF WS-COMPARE-2 = WS-COMPARE-1
                 DISPLAY "TSTSETRB: TEST FILE "
                     WS-TEST-PATH (WS-TEST-SUB)
                     " IS A PRODUCTION FILE - RUN REFUSED"
                 SET TEST-SET-REFUSED TO TRUE
              END-IF
           END-PERFORM.

       2000-COPY-EMPLOYEE-MASTER.
           MOVE 1 TO WS-FILE-SUB.
           OPEN INPUT EMPLOYEE-MASTER.
           IF NOT EMPLOYEE-MASTER-SUCCESSFUL
              PERFORM 2900-INPUT-WONT-OPEN
              EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT TEST-EMP-FILE.
           IF NOT GOOD-TEST-FILE-WRITE
              PERFORM 2950-OUTPUT-WONT-OPEN
           END-IF.
           PERFORM UNTIL END-OF-EMPLOYEE-MASTER
              READ EMPLOYEE-MASTER
                 AT END
                    SET END-OF-EMPLOYEE-MASTER TO TRUE
                 NOT AT END
                    ADD 1 TO WS-RECORDS-IN (1)
                    ADD EMP-ANNUAL-SALARY TO WS-AMOUNT-1-IN (1)
                    PERFORM 2100-SCRUB-EMPLOYEE
                    MOVE EMPLOYEE-MASTER-RECORD TO TEST-EMP-RECORD
                    WRITE TEST-EMP-RECORD
                       INVALID KEY
                          DISPLAY "TSTSETRB: TEST EMPLOYEE MASTER "
                              "WRITE FAILED FOR " EMP-NUMBER
                       NOT INVALID KEY
                          ADD 1 TO WS-RECORDS-OUT (1)
                          ADD EMP-ANNUAL-SALARY
                           TO WS-AMOUNT-1-OUT (1)
                    END-WRITE
              END-READ
           END-PERFORM.
           CLOSE EMPLOYEE-MASTER
                 TEST-EMP-FILE.

       2100-SCRUB-EMPLOYEE.
      * NAME, SSN, ADDRESS AND BANK ACCOUNT; THE REST STANDS.
           MOVE EMP-NUMBER TO WS-SEED-EMP-NUMBER.
           PERFORM 2500-MAKE-FAKE-IDENTITY.
           MOVE WS-FAKE-NAME    TO EMP-NAME.
           MOVE WS-FAKE-SSN     TO EMP-SSN.
           MOVE WS-FAKE-ADDRESS TO EMP-ADDRESS.
           MOVE "TESTVILLE"     TO EMP-CITY.
           IF EMP-ZIP NOT = SPACES
              MOVE "00" TO EMP-ZIP (4:2)
           END-IF.
      * A PAPER-CHECK EMPLOYEE (NO ROUTING) STAYS ON PAPER.
           IF EMP-BANK-ROUTING NOT = SPACES
              MOVE WS-TEST-ROUTING TO EMP-BANK-ROUTING
              MOVE 0 TO WS-FAKE-PRIORITY
              PERFORM 2600-MAKE-FAKE-ACCOUNT
              MOVE WS-FAKE-ACCOUNT TO EMP-BANK-ACCOUNT
           END-IF.

       2500-MAKE-FAKE-IDENTITY.
      * THE SEED IS THE EMPLOYEE NUMBER ITSELF WHEN IT IS NUMERIC.
           PERFORM 2550-GET-SEED.
           DIVIDE WS-SEED BY 20 GIVING WS-SEED-QUOTIENT
                  REMAINDER WS-FIRST-SUB.
           DIVIDE WS-SEED-QUOTIENT BY 20 GIVING WS-SEED-QUOTIENT
                  REMAINDER WS-LAST-SUB.
           ADD 1 TO WS-FIRST-SUB WS-LAST-SUB.
           MOVE SPACES TO WS-FAKE-NAME.
           STRING WS-FIRST-NAME (WS-FIRST-SUB) DELIMITED BY SPACE
                  " "                          DELIMITED BY SIZE
                  WS-LAST-NAME (WS-LAST-SUB)   DELIMITED BY SPACE
                  INTO WS-FAKE-NAME.
           STRING WS-SSN-AREA WS-SEED-X DELIMITED BY SIZE
                  INTO WS-FAKE-SSN.
           DIVIDE WS-SEED BY 9000 GIVING WS-SEED-QUOTIENT
                  REMAINDER WS-HOUSE-NUMBER.
           ADD 100 TO WS-HOUSE-NUMBER.
           DIVIDE WS-SEED BY 10 GIVING WS-SEED-QUOTIENT
                  REMAINDER WS-STREET-SUB.
           ADD 1 TO WS-STREET-SUB.
           MOVE SPACES TO WS-FAKE-ADDRESS.
           STRING WS-HOUSE-NUMBER " " WS-STREET (WS-STREET-SUB)
                  DELIMITED BY SIZE INTO WS-FAKE-ADDRESS.

       2550-GET-SEED.
      * A NON-NUMERIC EMPLOYEE NUMBER TAKES ITS PLACE IN THE ORDER
      * FIRST SEEN, AND AREA 999 SO ITS SSN CANNOT MEET A NUMERIC
      * EMPLOYEE'S.
           IF WS-SEED-EMP-NUMBER IS NUMERIC
              MOVE WS-SEED-EMP-NUMBER TO WS-SEED-X
              MOVE "900" TO WS-SSN-AREA
           ELSE
              MOVE "999" TO WS-SSN-AREA
              PERFORM VARYING WS-ODD-SUB FROM 1 BY 1
                 UNTIL WS-ODD-SUB > WS-ODD-COUNT
                    OR WS-ODD-EMP-NUMBER (WS-ODD-SUB) =
                       WS-SEED-EMP-NUMBER
              END-PERFORM
              IF WS-ODD-SUB > WS-ODD-COUNT
                 AND WS-ODD-COUNT < 5000
                 ADD 1 TO WS-ODD-COUNT
                 MOVE WS-SEED-EMP-NUMBER
                   TO WS-ODD-EMP-NUMBER (WS-ODD-COUNT)
              END-IF
              MOVE WS-ODD-SUB TO WS-SEED
           END-IF.

       2600-MAKE-FAKE-ACCOUNT.
      * 9 + THE SEED + THE SPLIT PRIORITY (0 FOR THE MASTER'S OWN
      * ACCOUNT), ZERO FILLED - ONE DISTINCT ACCOUNT PER EMPLOYEE
      * AND PRIORITY.
           MOVE SPACES TO WS-FAKE-ACCOUNT.
           STRING "9" WS-SEED-X "0000" WS-FAKE-PRIORITY
                  DELIMITED BY SIZE INTO WS-FAKE-ACCOUNT.

       2900-INPUT-WONT-OPEN.
      * A PRODUCTION FILE THAT DOES NOT EXIST SIMPLY HAS NO TEST
      * COPY; ANY OTHER OPEN FAILURE STOPS THE SET BEING TRUSTED.
           EVALUATE WS-FILE-SUB
              WHEN 1
                 MOVE WS-EMPLOYEE-MASTER-STATUS TO WS-TEST-FILE-STATUS
              WHEN 2
                 MOVE WS-YTD-MASTER-STATUS      TO WS-TEST-FILE-STATUS
              WHEN 3
                 MOVE WS-PAY-HISTORY-STATUS     TO WS-TEST-FILE-STATUS
              WHEN OTHER
                 MOVE WS-DD-SPLIT-STATUS        TO WS-TEST-FILE-STATUS
           END-EVALUATE.
           IF WS-TEST-FILE-STATUS = "35"
              DISPLAY "TSTSETRB: NO PRODUCTION "
                  WS-FILE-LABEL (WS-FILE-SUB) " - NO TEST COPY"
           ELSE
              DISPLAY "TSTSETRB: UNABLE TO OPEN PRODUCTION "
                  WS-FILE-LABEL (WS-FILE-SUB) ", STATUS = "
                  WS-TEST-FILE-STATUS
              SET TOTALS-MISMATCH TO TRUE
           END-IF.

       2950-OUTPUT-WONT-OPEN.
           DISPLAY "TSTSETRB: UNABLE TO OPEN TEST "
               WS-FILE-LABEL (WS-FILE-SUB) " IN "
               WS-TEST-DIRECTORY (1:WS-TEST-DIR-LEN)
               ", STATUS = " WS-TEST-FILE-STATUS
               " - RUN STOPPED".
           EVALUATE WS-FILE-SUB
              WHEN 1
                 CLOSE EMPLOYEE-MASTER
              WHEN 2
                 CLOSE YTD-MASTER
              WHEN 3
                 CLOSE PAY-HISTORY-FILE
              WHEN OTHER
                 CLOSE DD-SPLIT-FILE
           END-EVALUATE.
           CLOSE TEST-SET-LISTING.
           MOVE 16 TO RETURN-CODE.
           PERFORM 9900-WRITE-AUDIT-RECORD.
           CLOSE AUDIT-TRAIL-FILE.
           GOBACK.

       3000-COPY-YTD-MASTER.
      * NOTHING ON THE YTD MASTER NAMES ANYBODY BUT THE EMPLOYEE
      * NUMBER, WHICH IS KEPT - IT IS COPIED AS IT STANDS.
           MOVE 2 TO WS-FILE-SUB.
           OPEN INPUT YTD-MASTER.
           IF NOT YTD-MASTER-SUCCESSFUL
              PERFORM 2900-INPUT-WONT-OPEN
              EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT TEST-YTD-FILE.
           IF NOT GOOD-TEST-FILE-WRITE
              PERFORM 2950-OUTPUT-WONT-OPEN
           END-IF.
           PERFORM UNTIL END-OF-YTD-MASTER
              READ YTD-MASTER
                 AT END
                    SET END-OF-YTD-MASTER TO TRUE
                 NOT AT END
                    ADD 1         TO WS-RECORDS-IN (2)
                    ADD YTD-GROSS TO WS-AMOUNT-1-IN (2)
                    ADD YTD-NET   TO WS-AMOUNT-2-IN (2)
                    MOVE YTD-MASTER-RECORD TO TEST-YTD-RECORD
                    WRITE TEST-YTD-RECORD
                       INVALID KEY
                          DISPLAY "TSTSETRB: TEST YTD MASTER WRITE "
                              "FAILED FOR " YTD-EMP-NUMBER
                       NOT INVALID KEY
                          ADD 1         TO WS-RECORDS-OUT (2)
                          ADD YTD-GROSS TO WS-AMOUNT-1-OUT (2)
                          ADD YTD-NET   TO WS-AMOUNT-2-OUT (2)
                    END-WRITE
              END-READ
           END-PERFORM.
           CLOSE YTD-MASTER
                 TEST-YTD-FILE.

       4000-COPY-PAY-HISTORY.
      * LIKE THE YTD MASTER, HISTORY CARRIES ONLY THE EMPLOYEE
      * NUMBER AND PAY - COPIED AS IT STANDS.
           MOVE 3 TO WS-FILE-SUB.
           OPEN INPUT PAY-HISTORY-FILE.
           IF NOT PAY-HISTORY-SUCCESSFUL
              PERFORM 2900-INPUT-WONT-OPEN
              EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT TEST-HIST-FILE.
           IF NOT GOOD-TEST-FILE-WRITE
              PERFORM 2950-OUTPUT-WONT-OPEN
           END-IF.
           PERFORM UNTIL END-OF-PAY-HISTORY
              READ PAY-HISTORY-FILE
                 AT END
                    SET END-OF-PAY-HISTORY TO TRUE
                 NOT AT END
                    ADD 1            TO WS-RECORDS-IN (3)
                    ADD PH-EMP-GROSS TO WS-AMOUNT-1-IN (3)
                    ADD PH-EMP-NET   TO WS-AMOUNT-2-IN (3)
                    MOVE PAY-HISTORY-RECORD TO TEST-HIST-RECORD
                    WRITE TEST-HIST-RECORD
                       INVALID KEY
                          DISPLAY "TSTSETRB: TEST PAY HISTORY WRITE "
                              "FAILED FOR " PH-KEY
                       NOT INVALID KEY
                          ADD 1            TO WS-RECORDS-OUT (3)
                          ADD PH-EMP-GROSS TO WS-AMOUNT-1-OUT (3)
                          ADD PH-EMP-NET   TO WS-AMOUNT-2-OUT (3)
                    END-WRITE
              END-READ
           END-PERFORM.
           CLOSE PAY-HISTORY-FILE
                 TEST-HIST-FILE.

       5000-COPY-DD-SPLITS.
      * EACH SPLIT ROW GETS THE TEST ROUTING AND AN ACCOUNT BUILT
      * THE SAME WAY AS THE MASTER'S, SO THE EMPLOYEE'S ACCOUNTS
      * STAY DISTINCT AND MATCH FROM RUN TO RUN.
           MOVE 4 TO WS-FILE-SUB.
           OPEN INPUT DD-SPLIT-FILE.
           IF NOT DD-SPLIT-SUCCESSFUL
              PERFORM 2900-INPUT-WONT-OPEN
              EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT TEST-SPLIT-FILE.
           IF NOT GOOD-TEST-FILE-WRITE
              PERFORM 2950-OUTPUT-WONT-OPEN
           END-IF.
           PERFORM UNTIL END-OF-DD-SPLIT
              READ DD-SPLIT-FILE
                 AT END
                    SET END-OF-DD-SPLIT TO TRUE
                 NOT AT END
                    ADD 1          TO WS-RECORDS-IN (4)
                    ADD SPL-AMOUNT TO WS-AMOUNT-1-IN (4)
                    MOVE SPL-EMP-NUMBER TO WS-SEED-EMP-NUMBER
                    PERFORM 2550-GET-SEED
                    MOVE WS-TEST-ROUTING TO SPL-ROUTING
                    MOVE SPL-PRIORITY    TO WS-FAKE-PRIORITY
                    PERFORM 2600-MAKE-FAKE-ACCOUNT
                    MOVE WS-FAKE-ACCOUNT TO SPL-ACCOUNT
                    WRITE TEST-SPLIT-RECORD FROM DD-SPLIT-RECORD
                    ADD 1          TO WS-RECORDS-OUT (4)
                    ADD SPL-AMOUNT TO WS-AMOUNT-1-OUT (4)
              END-READ
           END-PERFORM.
           CLOSE DD-SPLIT-FILE
                 TEST-SPLIT-FILE.

       6000-WRITE-TEST-SETTINGS.
           OPEN OUTPUT TEST-ENV-FILE.
           IF NOT GOOD-TEST-FILE-WRITE
              DISPLAY "TSTSETRB: UNABLE TO OPEN " WS-TEST-ENV-PATH
              SET TOTALS-MISMATCH TO TRUE
              EXIT PARAGRAPH
           END-IF.
           perform varying WS-TEST-ENV-SUB from 1 by 1
              until WS-TEST-ENV-SUB > 48
              MOVE WS-TEST-ENV-VARIABLE (WS-TEST-ENV-SUB)
                TO TEV-VARIABLE
              EVALUATE WS-TEST-ENV-KIND (WS-TEST-ENV-SUB)
                 WHEN "E"
                    MOVE WS-TEST-EMP-PATH       TO TEV-VALUE
                 WHEN "Y"
                    MOVE WS-TEST-YTD-PATH       TO TEV-VALUE
                 WHEN "H"
                    MOVE WS-TEST-HIST-PATH      TO TEV-VALUE
                 WHEN "S"
                    MOVE WS-TEST-SPLIT-PATH     TO TEV-VALUE
                 WHEN "A"
                    MOVE WS-TEST-ACH-PATH       TO TEV-VALUE
                 WHEN "P"
                    MOVE WS-TEST-POSPAY-PATH    TO TEV-VALUE
                 WHEN "R"
                    MOVE WS-TEST-ROUTING        TO TEV-VALUE
                 WHEN "C"
                    MOVE WS-TEST-COMPANY-ID     TO TEV-VALUE
                 WHEN "K"
                    MOVE WS-TEST-POSPAY-ACCOUNT TO TEV-VALUE
              END-EVALUATE
              WRITE TEST-ENV-RECORD FROM TEST-ENV-LINE
              ADD 1 TO WS-RECORDS-WRITTEN
           END-PERFORM.
           CLOSE TEST-ENV-FILE.

       7000-LIST-ONE-FILE.
           MOVE WS-FILE-LABEL (WS-FILE-SUB)   TO DTL-FILE.
           MOVE WS-AMOUNT-LABEL (WS-FILE-SUB) TO DTL-AMOUNT-LABEL.
           MOVE WS-RECORDS-IN (WS-FILE-SUB)   TO DTL-RECORDS-IN.
           MOVE WS-RECORDS-OUT (WS-FILE-SUB)  TO DTL-RECORDS-OUT.
           MOVE WS-AMOUNT-1-IN (WS-FILE-SUB)  TO DTL-AMOUNT-IN.
           MOVE WS-AMOUNT-1-OUT (WS-FILE-SUB) TO DTL-AMOUNT-OUT.
           ADD WS-RECORDS-IN (WS-FILE-SUB)  TO WS-RECORDS-READ.
           ADD WS-RECORDS-OUT (WS-FILE-SUB) TO WS-RECORDS-WRITTEN.
           IF WS-RECORDS-IN (WS-FILE-SUB) =
                 WS-RECORDS-OUT (WS-FILE-SUB)
              AND WS-AMOUNT-1-IN (WS-FILE-SUB) =
                 WS-AMOUNT-1-OUT (WS-FILE-SUB)
              AND WS-AMOUNT-2-IN (WS-FILE-SUB) =
                 WS-AMOUNT-2-OUT (WS-FILE-SUB)
              MOVE "IN BALANCE" TO DTL-STATUS
           ELSE
              MOVE "OUT OF BAL" TO DTL-STATUS
              SET TOTALS-MISMATCH TO TRUE
           END-IF.
           add 1 to WS-LINE-COUNT.
           if WS-LINE-COUNT > 50
              PERFORM 8000-WRITE-HEADINGS.
           write TEST-SET-LISTING-RECORD from DETAIL-LINE-FILE
             after advancing 02 lines.
      * YTD AND HISTORY CARRY NET ON A SECOND LINE.
           IF WS-FILE-SUB = 2 OR WS-FILE-SUB = 3
              MOVE WS-AMOUNT-2-IN (WS-FILE-SUB)  TO NET-AMOUNT-IN
              MOVE WS-AMOUNT-2-OUT (WS-FILE-SUB) TO NET-AMOUNT-OUT
              add 1 to WS-LINE-COUNT
              if WS-LINE-COUNT > 50
                 PERFORM 8000-WRITE-HEADINGS
              END-IF
              write TEST-SET-LISTING-RECORD from DETAIL-LINE-NET
                after advancing 01 lines
           END-IF.

       7500-WRITE-NOTE-LINE.
           add 1 to WS-LINE-COUNT.
           if WS-LINE-COUNT > 50
              PERFORM 8000-WRITE-HEADINGS.
           write TEST-SET-LISTING-RECORD from DETAIL-LINE-NOTE
             after advancing 02 lines.

       8000-WRITE-HEADINGS.
           add 1 to WS-PAGE-COUNT.
           move WS-PAGE-COUNT TO PAGE-HDG-01-PAGE.
           WRITE TEST-SET-LISTING-RECORD FROM WS-REPORT-RULER
             after advancing page.
           WRITE TEST-SET-LISTING-RECORD
            FROM PAGE-HDG-01 after advancing 01 LINES.
           WRITE TEST-SET-LISTING-RECORD
            FROM PAGE-HDG-02 after advancing 01 LINES.
           WRITE TEST-SET-LISTING-RECORD
            FROM PAGE-HDG-03 after advancing 01 LINES.
           WRITE TEST-SET-LISTING-RECORD
            FROM PAGE-HDG-04 AFTER ADVANCING 02 LINES.
           MOVE 5 TO WS-LINE-COUNT.

       9000-CREATE-REPORT-TOTAL-LINES.
           write TEST-SET-LISTING-RECORD from DETAIL-LINE-LINE
             AFTER ADVANCING 01 LINES.
           write TEST-SET-LISTING-RECORD from WS-REPORT-RULER
             after advancing 02 LINES.

       9900-WRITE-AUDIT-RECORD.
      * APPEND ONE SUMMARY LINE FOR THIS RUN TO THE SHARED OPERATIONS
      * AUDIT TRAIL, MIRRORING THE PROGRAM TOTALS DISPLAYED ABOVE.
           ACCEPT WS-RUN-TIME FROM TIME.
           MOVE "TSTSETRB"           TO AUD-PROGRAM-NAME.
           MOVE WS-RUN-DATE          TO AUD-RUN-DATE.
           MOVE WS-RUN-TIME          TO AUD-RUN-TIME.
           MOVE WS-RECORDS-READ      TO AUD-RECORDS-READ.
           MOVE WS-RECORDS-WRITTEN   TO AUD-RECORDS-WRITTEN.
           MOVE SPACES               TO AUD-KEY-TOTALS.
           IF TEST-SET-REFUSED
              MOVE "PRODUCTION PATH - REFUSED" TO AUD-KEY-TOTALS
           ELSE
              IF RETURN-CODE > 8
                 MOVE "TEST SET NOT BUILT"     TO AUD-KEY-TOTALS
              ELSE
                 MOVE "TEST SET BUILT"         TO AUD-KEY-TOTALS
              END-IF
           END-IF.
           MOVE SGN-USER-ID          TO AUD-USER-ID.
           IF RETURN-CODE = 0
              MOVE "OK" TO AUD-COMPLETION-STATUS
           ELSE
              MOVE "ER" TO AUD-COMPLETION-STATUS
           END-IF.
           WRITE AUDIT-TRAIL-RECORD FROM AUDIT-TRAIL-LINE.
