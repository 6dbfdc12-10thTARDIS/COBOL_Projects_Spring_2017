       IDENTIFICATION DIVISION.
       PROGRAM-ID.    OPMENURB.
       AUTHOR.        RYAN BROOKS
      * OPERATOR MENU.  THE FRONT END FOR RUNNING THE REPORTS AND
      * MASTER UPDATES BY HAND INSTEAD OF SETTING ENVIRONMENT
      * VARIABLES AT A COMMAND PROMPT.  THE OPERATOR SIGNS ON ONCE
      * (THROUGH OPSIGNRB, FOR OPMENURB), PICKS A BUSINESS AREA AND
      * A PROGRAM, AND IS ASKED FOR EACH OF THAT PROGRAM'S RUN
      * PARAMETERS.  EVERY ANSWER IS CHECKED BEFORE THE PROGRAM
      * STARTS AND ASKED AGAIN UNTIL IT PASSES (/ GIVES UP ON THE
      * RUN):
      *   Q  A QUARTER, 1-4
      *   Y  A YEAR, 2000 THROUGH NEXT YEAR
      *   F  A FISCAL PERIOD (CCYYPP) THAT IS ON THE FISCAL CALENDAR
      *      (DATEFUNRB-FISCAL-CALENDAR, THE FILE DATESRVRB READS)
      *   M  A CALENDAR MONTH, CCYYMM
      *   D  A REAL DATE, CCYYMMDD; P AND S THE SAME FOR THE MMDDYY
      *      AND YYMMDD PARAMETERS.  THE DAY OF THE WEEK IS ECHOED
      *      SO A WRONG WEEK SHOWS UP BEFORE THE RUN
      *   T  A TIME, HHMMSS
      *   L  ONE OF THE PROGRAM'S ALLOWED VALUES (MODES, Y/N SWITCHES)
      *   N  DIGITS ONLY;  A  AN AMOUNT;  X  ANY TEXT THAT FITS
      * A BLANK ANSWER LEAVES THE PROGRAM'S OWN DEFAULT IN FORCE,
      * EXCEPT WHERE THE PROGRAM REQUIRES THE PARAMETER.
      *
      * AN ANSWER THAT MAKES THE RUN DESTRUCTIVE - ROLLING A QUARTER
      * OFF, POSTING RAISES OR COUNT VARIANCES, PAYING DUPLICATES -
      * AND EVERY RUN OF THE PROGRAMS THAT ALWAYS CHANGE THE BOOKS
      * (PERIOD CLOSE, ROLLBACK, FORWARD RECOVERY) SAYS WHAT THE RUN
      * WILL DO AND TAKES "YES" TYPED OUT; ANY OTHER RUN TAKES Y/N.
      *
      * THE MENU SETS THE ANSWERS IN THE ENVIRONMENT (A BLANK ANSWER
      * CLEARS WHATEVER AN EARLIER RUN SET), CALLS THE PROGRAM THE
      * WAY THE JOB STREAMS DO, AND SHOWS ITS RETURN CODE.  EACH RUN
      * PUTS ITS PARAMETERS AND RETURN CODE ON THE OPERATIONS AUDIT
      * TRAIL UNDER THE SIGNED-ON OPERATOR, WHO IS ALSO PASSED ON IN
      * OPS-USER-ID FOR THE PROGRAMS THAT DO THEIR OWN SIGN-ON CHECK.
      * T AT THE AREA MENU LOADS THE TEST DATA SET SETTINGS
      * (TESTENV.DAT, WRITTEN BY TSTSETRB) SO THE REST OF THE SESSION
      * RUNS AGAINST THE SCRUBBED TEST COPIES.
      *
      * THE PROGRAM ENDS WITH THE HIGHEST RETURN CODE OF THE SESSION.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FISCAL-CAL-FILE ASSIGN DYNAMIC
                 WS-FISCAL-CAL-PATH
             organization is line sequential
             file status is WS-FISCAL-CAL-STATUS.
           SELECT TEST-ENV-FILE ASSIGN DYNAMIC
                 WS-TEST-ENV-PATH
             organization is line sequential
             file status is WS-TEST-ENV-STATUS.
           SELECT AUDIT-TRAIL-FILE ASSIGN DYNAMIC
                 WS-AUDIT-TRAIL-PATH
             organization is line sequential
             file status is WS-AUDIT-TRAIL-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  FISCAL-CAL-FILE
           RECORDING MODE IS F
           DATA RECORD IS FISCAL-CAL-RECORD.
      * THE SAME ROWS DATESRVRB READS - PERIOD, START DATE, END DATE.
       01 FISCAL-CAL-RECORD.
           05  FILE-FSC-PERIOD          PIC X(06).
           05  FILLER                   PIC X(01).
           05  FILE-FSC-START           PIC X(08).
           05  FILLER                   PIC X(01).
           05  FILE-FSC-END             PIC X(08).

       FD  TEST-ENV-FILE
           RECORDING MODE IS F
           DATA RECORD IS TEST-ENV-RECORD.
       01 TEST-ENV-RECORD                PIC X(121).

       FD  AUDIT-TRAIL-FILE
           RECORDING MODE IS F
           DATA RECORD IS AUDIT-TRAIL-RECORD.
       01 AUDIT-TRAIL-RECORD             PIC X(89).

       WORKING-STORAGE SECTION.
        01 WS-FILE-PATHS.
           05 WS-FISCAL-CAL-PATH        PIC X(80)
                VALUE "C:\Users\Ryan\Desktop\FISCCAL.DAT".
           05 WS-TEST-ENV-PATH          PIC X(80)
                VALUE "C:\Users\Ryan\Desktop\TESTDATA\TESTENV.DAT".
           05 WS-AUDIT-TRAIL-PATH       PIC X(80)
                VALUE "C:\Users\Ryan\Desktop\OPS-AUDIT-TRAIL.LOG".
           05 WS-ENV-PATH-OVERRIDE      PIC X(80).

      * File status
        01 WS-FISCAL-CAL-STATUS         pic X(02).
           88 FISCAL-CAL-SUCCESSFUL        VALUE "00".
           88 END-OF-FISCAL-CAL            VALUE "10".
        01 WS-TEST-ENV-STATUS           pic X(02).
           88 TEST-ENV-SUCCESSFUL          VALUE "00".
           88 END-OF-TEST-ENV              VALUE "10".
        01 WS-AUDIT-TRAIL-STATUS        pic X(02).
           88 GOOD-AUDIT-TRAIL-WRITE       VALUE "00".

        01 WS-RUN-DATE                  PIC X(06).
        01 WS-RUN-TIME                  PIC X(08).
        01 WS-TODAY.
           05 WS-TODAY-CCYY             PIC 9(04).
           05 FILLER                    PIC X(04).
        01 WS-LAST-YEAR-ALLOWED         PIC 9(04) VALUE 0.

        COPY "AUDITTRL.cpy".
        COPY "SIGNON.cpy".
        COPY "DATEFUN.cpy".
        COPY "TESTENV.cpy".

      * THE SIGNED-ON OPERATOR, AND THE SESSION'S RUNS.
        01 WS-OPERATOR-ID               PIC X(08) VALUE SPACES.
        01 WS-AUDIT-TEXT                PIC X(30) VALUE SPACES.
        01 WS-AUDIT-STATUS              PIC X(02) VALUE "OK".
        01 WS-RUN-COUNT                 PIC 9(03) VALUE 0.
        01 WS-HIGH-RETURN-CODE          PIC S9(04) VALUE 0.
        01 WS-PROGRAM-RETURN-CODE       PIC S9(04) VALUE 0.
        01 WS-RC-DISPLAY                PIC -(4)9.
        01 WS-RC-AUDIT                  PIC 9(04).
        01 WS-CALL-NAME                 PIC X(10) VALUE SPACES.
        01 WS-TEST-SETTING-COUNT        PIC 9(03) VALUE 0.

      * SWITCHES
        01 WS-SIGNED-OFF-SW             PIC X(01) VALUE "N".
           88 MENU-SIGNED-OFF              VALUE "Y".
        01 WS-AREA-DONE-SW              PIC X(01) VALUE "N".
           88 AREA-DONE                    VALUE "Y".
        01 WS-FIELD-OK-SW               PIC X(01) VALUE "N".
           88 FIELD-ANSWER-OK              VALUE "Y".
        01 WS-CANCEL-SW                 PIC X(01) VALUE "N".
           88 RUN-CANCELLED                VALUE "Y".
        01 WS-DESTRUCTIVE-SW            PIC X(01) VALUE "N".
           88 RUN-IS-DESTRUCTIVE           VALUE "Y".
        01 WS-CONFIRM-SW                PIC X(01) VALUE "N".
           88 RUN-CONFIRMED                VALUE "Y".
        01 WS-NOT-INSTALLED-SW          PIC X(01) VALUE "N".
           88 PROGRAM-NOT-INSTALLED        VALUE "Y".
        01 WS-TEST-SET-SW               PIC X(01) VALUE "N".
           88 TEST-SET-IN-USE              VALUE "Y".

      * WHAT THE OPERATOR TYPED, AND THE PIECES IT IS CHECKED IN.
        01 WS-ANSWER                    PIC X(80) VALUE SPACES.
        01 WS-ANSWER-LEN                PIC 9(02) COMP VALUE 0.
        01 WS-CHOICE                    PIC 9(02) VALUE 0.
        01 WS-CHOICE-LIMIT              PIC 9(02) VALUE 0.
        01 WS-MENU-NUMBER               PIC Z9.
        01 WS-PROMPT-LINE               PIC X(79) VALUE SPACES.
        01 WS-PROMPT-HINT               PIC X(30) VALUE SPACES.
        01 WS-EDIT-DATE.
           05 WS-EDIT-CCYY              PIC 9(04).
           05 WS-EDIT-MM                PIC 9(02).
           05 WS-EDIT-DD                PIC 9(02).
        01 WS-EDIT-DATE-N REDEFINES WS-EDIT-DATE PIC 9(08).
        01 WS-EDIT-TIME.
           05 WS-EDIT-HH                PIC 9(02).
           05 WS-EDIT-MI                PIC 9(02).
           05 WS-EDIT-SS                PIC 9(02).
        01 WS-DAYS-IN-MONTH             PIC 9(02) VALUE 0.
        01 WS-LEAP-QUOTIENT             PIC 9(04) VALUE 0.
        01 WS-LEAP-REMAINDER            PIC 9(04) VALUE 0.
        01 WS-LIST-PADDED               PIC X(26) VALUE SPACES.
        01 WS-WORD-PADDED               PIC X(82) VALUE SPACES.
        01 WS-WORD-LEN                  PIC 9(02) COMP VALUE 0.
        01 WS-TALLY                     PIC 9(02) COMP VALUE 0.
        01 WS-ENV-NAME                  PIC X(30) VALUE SPACES.
        01 WS-ENV-VALUE                 PIC X(80) VALUE SPACES.

        01 WS-MONTH-DAYS-DATA.
           05 FILLER PIC X(24) VALUE "312931303130313130313031".
        01 WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-DATA.
           05 WS-MONTH-DAYS OCCURS 12 TIMES PIC 9(02).
        01 WS-WEEKDAY-DATA.
           05 FILLER PIC X(09) VALUE "MONDAY".
           05 FILLER PIC X(09) VALUE "TUESDAY".
           05 FILLER PIC X(09) VALUE "WEDNESDAY".
           05 FILLER PIC X(09) VALUE "THURSDAY".
           05 FILLER PIC X(09) VALUE "FRIDAY".
           05 FILLER PIC X(09) VALUE "SATURDAY".
           05 FILLER PIC X(09) VALUE "SUNDAY".
        01 WS-WEEKDAY-TABLE REDEFINES WS-WEEKDAY-DATA.
           05 WS-WEEKDAY-NAME OCCURS 7 TIMES PIC X(09).

      * THE FISCAL PERIODS ON THE CALENDAR FILE.
        01 WS-FISCAL-COUNT              PIC 9(03) COMP VALUE 0.
        01 WS-FISCAL-SUB                PIC 9(03) COMP VALUE 0.
        01 WS-FISCAL-TABLE.
           05 WS-FISCAL-PERIOD OCCURS 300 TIMES PIC X(06).

      * BUSINESS AREAS, IN MENU ORDER.
        01 WS-AREA-NAMES.
           05 FILLER PIC X(30) VALUE "PAYROLL                       ".
           05 FILLER PIC X(30) VALUE "PAYROLL TAXES AND YEAR END    ".
           05 FILLER PIC X(30) VALUE "HUMAN RESOURCES AND BENEFITS  ".
           05 FILLER PIC X(30) VALUE "GENERAL LEDGER                ".
           05 FILLER PIC X(30) VALUE "PAYABLES AND CASH             ".
           05 FILLER PIC X(30) VALUE "RECEIVABLES AND CREDIT        ".
           05 FILLER PIC X(30) VALUE "SALES AND CUSTOMERS           ".
           05 FILLER PIC X(30) VALUE "INVENTORY AND PRODUCTION      ".
           05 FILLER PIC X(30) VALUE "OPERATIONS AND RECOVERY       ".
        01 WS-AREA-TABLE REDEFINES WS-AREA-NAMES.
           05 WS-AREA-NAME OCCURS 9 TIMES PIC X(30).

      * THE PROGRAMS ON THE MENU: AREA, PROGRAM-ID, Y WHEN EVERY RUN
      * CHANGES THE BOOKS AND TAKES "YES" TO START, WHAT THE PROGRAM
      * DOES, AND WHAT A DESTRUCTIVE RUN WILL DO.
        01 WS-PROGRAM-DATA.
           05 FILLER PIC X(13) VALUE "01PAYRPTRB  N".
           05 FILLER PIC X(32) VALUE "PAYROLL RUN                     ".
           05 FILLER PIC X(32) VALUE "PAYS REGISTER DUPLICATES AGAIN  ".
           05 FILLER PIC X(13) VALUE "01TIMCLKRB  N".
           05 FILLER PIC X(32) VALUE "TIME CLOCK HOURS FOR A PAY DATE ".
           05 FILLER PIC X(32) VALUE "                                ".
           05 FILLER PIC X(13) VALUE "01LEAVRQRB  N".
           05 FILLER PIC X(32) VALUE "LEAVE REQUESTS FOR A PAY DATE   ".
           05 FILLER PIC X(32) VALUE "                                ".
           05 FILLER PIC X(13) VALUE "01PAYACRRB  N".
           05 FILLER PIC X(32) VALUE "MONTH-END PAYROLL ACCRUAL       ".
           05 FILLER PIC X(32) VALUE "                                ".
           05 FILLER PIC X(13) VALUE "01PAYINQRB  N".
           05 FILLER PIC X(32) VALUE "EMPLOYEE PAY HISTORY INQUIRY    ".
           05 FILLER PIC X(32) VALUE "                                ".
           05 FILLER PIC X(13) VALUE "01FINPAYRB  N".
           05 FILLER PIC X(32) VALUE "FINAL PAY FOR SEPARATIONS       ".
           05 FILLER PIC X(32) VALUE "                                ".
           05 FILLER PIC X(13) VALUE "01RAISGNRB  N".
           05 FILLER PIC X(32) VALUE "MERIT RAISE PROPOSAL            ".
           05 FILLER PIC X(32) VALUE "POSTS THE RAISES TO THE MASTER  ".
           05 FILLER PIC X(13) VALUE "02QTRSUMRB  N".
           05 FILLER PIC X(32) VALUE "QUARTERLY 941 SUMMARY           ".
           05 FILLER PIC X(32) VALUE "ROLLS THE QUARTER OFF QTD MASTER".
           05 FILLER PIC X(13) VALUE "02SUTAWGRB  N".
           05 FILLER PIC X(32) VALUE "STATE UNEMPLOYMENT WAGE REPORT  ".
           05 FILLER PIC X(32) VALUE "                                ".
           05 FILLER PIC X(13) VALUE "02FUT940RB  N".
           05 FILLER PIC X(32) VALUE "FUTA 940 ANNUAL RETURN          ".
           05 FILLER PIC X(32) VALUE "                                ".
           05 FILLER PIC X(13) VALUE "02W2SUMRB   N".
           05 FILLER PIC X(32) VALUE "W-2 SUMMARY AND EFW2 FILE       ".
           05 FILLER PIC X(32) VALUE "                                ".
           05 FILLER PIC X(13) VALUE "02W2PRTRB   N".
           05 FILLER PIC X(32) VALUE "W-2 AND W-2C EMPLOYEE COPIES    ".
           05 FILLER PIC X(32) VALUE "                                ".
           05 FILLER PIC X(13) VALUE "02W2CORRRB  N".
           05 FILLER PIC X(32) VALUE "W-2C CORRECTIONS                ".
           05 FILLER PIC X(32) VALUE "                                ".
           05 FILLER PIC X(13) VALUE "02SUM1099RB N".
           05 FILLER PIC X(32) VALUE "1099 SUMMARY                    ".
           05 FILLER PIC X(32) VALUE "                                ".
           05 FILLER PIC X(13) VALUE "02ACAFRMRB  N".
           05 FILLER PIC X(32) VALUE "ACA 1094-C AND 1095-C FORMS     ".
           05 FILLER PIC X(32) VALUE "                                ".
           05 FILLER PIC X(13) VALUE "03ACAMSRRB  N".
           05 FILLER PIC X(32) VALUE "ACA MEASUREMENT PERIOD          ".
           05 FILLER PIC X(32) VALUE "                                ".
           05 FILLER PIC X(13) VALUE "03BENENRRB  N".
           05 FILLER PIC X(32) VALUE "BENEFIT OPEN ENROLLMENT         ".
           05 FILLER PIC X(32) VALUE "                                ".
           05 FILLER PIC X(13) VALUE "03BENRECRB  N".
           05 FILLER PIC X(32) VALUE "BENEFIT CARRIER RECONCILIATION  ".
           05 FILLER PIC X(32) VALUE "                                ".
           05 FILLER PIC X(13) VALUE "03HDCNTRB   N".
           05 FILLER PIC X(32) VALUE "MONTHLY HEADCOUNT               ".
           05 FILLER PIC X(32) VALUE "                                ".
           05 FILLER PIC X(13) VALUE "04GLJRNLRB  N".
           05 FILLER PIC X(32) VALUE "JOURNAL ENTRY AND APPROVAL      ".
           05 FILLER PIC X(32) VALUE "                                ".
           05 FILLER PIC X(13) VALUE "04GLTBALRB  N".
           05 FILLER PIC X(32) VALUE "TRIAL BALANCE                   ".
           05 FILLER PIC X(32) VALUE "                                ".
           05 FILLER PIC X(13) VALUE "04GLSTMTRB  N".
           05 FILLER PIC X(32) VALUE "INCOME STATEMENT, BALANCE SHEET ".
           05 FILLER PIC X(32) VALUE "                                ".
           05 FILLER PIC X(13) VALUE "04GLBVARRB  N".
           05 FILLER PIC X(32) VALUE "BUDGET VERSUS ACTUAL            ".
           05 FILLER PIC X(32) VALUE "                                ".
           05 FILLER PIC X(13) VALUE "04GLPCLSRB  Y".
           05 FILLER PIC X(32) VALUE "FISCAL PERIOD CLOSE OR REOPEN   ".
           05 FILLER PIC X(32) VALUE "CHANGES WHAT THE PERIOD ACCEPTS ".
           05 FILLER PIC X(13) VALUE "04BNKRECRB  N".
           05 FILLER PIC X(32) VALUE "BANK RECONCILIATION             ".
           05 FILLER PIC X(32) VALUE "                                ".
           05 FILLER PIC X(13) VALUE "05APINVRB   N".
           05 FILLER PIC X(32) VALUE "INVOICE MATCHING                ".
           05 FILLER PIC X(32) VALUE "                                ".
           05 FILLER PIC X(13) VALUE "05APPAYRB   N".
           05 FILLER PIC X(32) VALUE "PAYMENT RUN                     ".
           05 FILLER PIC X(32) VALUE "                                ".
           05 FILLER PIC X(13) VALUE "05CASHFCRB  N".
           05 FILLER PIC X(32) VALUE "CASH FORECAST                   ".
           05 FILLER PIC X(32) VALUE "                                ".
           05 FILLER PIC X(13) VALUE "06ARAGERB   N".
           05 FILLER PIC X(32) VALUE "RECEIVABLES AGING               ".
           05 FILLER PIC X(32) VALUE "                                ".
           05 FILLER PIC X(13) VALUE "06ARADJRB   N".
           05 FILLER PIC X(32) VALUE "ADJUSTMENTS AND WRITE-OFFS      ".
           05 FILLER PIC X(32) VALUE "                                ".
           05 FILLER PIC X(13) VALUE "06FINCHGRB  N".
           05 FILLER PIC X(32) VALUE "FINANCE CHARGES                 ".
           05 FILLER PIC X(32) VALUE "                                ".
           05 FILLER PIC X(13) VALUE "06CUSSTMRB  N".
           05 FILLER PIC X(32) VALUE "CUSTOMER STATEMENTS             ".
           05 FILLER PIC X(32) VALUE "                                ".
           05 FILLER PIC X(13) VALUE "06TAXLIARB  N".
           05 FILLER PIC X(32) VALUE "SALES TAX LIABILITY             ".
           05 FILLER PIC X(32) VALUE "                                ".
           05 FILLER PIC X(13) VALUE "07SALESSUM  N".
           05 FILLER PIC X(32) VALUE "SALES SUMMARY AND COMMISSIONS   ".
           05 FILLER PIC X(32) VALUE "                                ".
           05 FILLER PIC X(13) VALUE "07COMCOLRB  N".
           05 FILLER PIC X(32) VALUE "COMMISSION ON COLLECTIONS       ".
           05 FILLER PIC X(32) VALUE "                                ".
           05 FILLER PIC X(13) VALUE "07CUSRNKRB  N".
           05 FILLER PIC X(32) VALUE "TOP CUSTOMER RANKING            ".
           05 FILLER PIC X(32) VALUE "                                ".
           05 FILLER PIC X(13) VALUE "07QUOTRPRB  N".
           05 FILLER PIC X(32) VALUE "OPEN QUOTE FOLLOW-UP            ".
           05 FILLER PIC X(32) VALUE "                                ".
           05 FILLER PIC X(13) VALUE "07DLRNTCRB  N".
           05 FILLER PIC X(32) VALUE "DEALER ORDER STATUS NOTICES     ".
           05 FILLER PIC X(32) VALUE "                                ".
           05 FILLER PIC X(13) VALUE "07MATHSHPS  N".
           05 FILLER PIC X(32) VALUE "RUG ORDER PRICING               ".
           05 FILLER PIC X(32) VALUE "                                ".
           05 FILLER PIC X(13) VALUE "08PHYINVRB  N".
           05 FILLER PIC X(32) VALUE "PHYSICAL INVENTORY COUNTS       ".
           05 FILLER PIC X(32) VALUE "POSTS COUNT VARIANCES TO STOCK  ".
           05 FILLER PIC X(13) VALUE "08LOTTRCRB  N".
           05 FILLER PIC X(32) VALUE "LOT TRACE                       ".
           05 FILLER PIC X(32) VALUE "                                ".
           05 FILLER PIC X(13) VALUE "08MRPPRJRB  N".
           05 FILLER PIC X(32) VALUE "MATERIAL REQUIREMENTS           ".
           05 FILLER PIC X(32) VALUE "                                ".
           05 FILLER PIC X(13) VALUE "08CUTYLDRB  N".
           05 FILLER PIC X(32) VALUE "WEEKLY CUT YIELD                ".
           05 FILLER PIC X(32) VALUE "                                ".
           05 FILLER PIC X(13) VALUE "08CUTSCHRB  N".
           05 FILLER PIC X(32) VALUE "CUTTING SCHEDULE                ".
           05 FILLER PIC X(32) VALUE "                                ".
           05 FILLER PIC X(13) VALUE "09SNAPSHRB  N".
           05 FILLER PIC X(32) VALUE "SNAPSHOT THE MASTERS            ".
           05 FILLER PIC X(32) VALUE "                                ".
           05 FILLER PIC X(13) VALUE "09ROLLBKRB  Y".
           05 FILLER PIC X(32) VALUE "ROLL MASTERS BACK TO A SNAPSHOT ".
           05 FILLER PIC X(32) VALUE "OVERWRITES THE LIVE MASTERS     ".
           05 FILLER PIC X(13) VALUE "09FWDRCVRB  Y".
           05 FILLER PIC X(32) VALUE "FORWARD RECOVERY FROM JOURNAL   ".
           05 FILLER PIC X(32) VALUE "REBUILDS THE LIVE MASTERS       ".
           05 FILLER PIC X(13) VALUE "09NITEBALRB N".
           05 FILLER PIC X(32) VALUE "NIGHTLY BALANCING SUMMARY       ".
           05 FILLER PIC X(32) VALUE "                                ".
           05 FILLER PIC X(13) VALUE "09OPSRPTRB  N".
           05 FILLER PIC X(32) VALUE "OPERATIONS RUN MONITOR          ".
           05 FILLER PIC X(32) VALUE "                                ".
           05 FILLER PIC X(13) VALUE "09AUTHRVRB  N".
           05 FILLER PIC X(32) VALUE "QUARTERLY ACCESS REVIEW         ".
           05 FILLER PIC X(32) VALUE "                                ".
           05 FILLER PIC X(13) VALUE "09TSTSETRB  N".
           05 FILLER PIC X(32) VALUE "BUILD THE SCRUBBED TEST DATA SET".
           05 FILLER PIC X(32) VALUE "                                ".
           05 FILLER PIC X(13) VALUE "09BURSTRB   N".
           05 FILLER PIC X(32) VALUE "BURST REPORTS BY RECIPIENT      ".
           05 FILLER PIC X(32) VALUE "                                ".
        01 WS-PROGRAM-TABLE REDEFINES WS-PROGRAM-DATA.
           05 WS-PRG-ENTRY OCCURS 52 TIMES.
              10 WS-PRG-AREA            PIC 9(02).
              10 WS-PRG-NAME            PIC X(10).
              10 WS-PRG-CONFIRM         PIC X(01).
                 88 PRG-ALWAYS-CONFIRM     VALUE "Y".
              10 WS-PRG-DESC            PIC X(32).
              10 WS-PRG-WARNING         PIC X(32).
        01 WS-PRG-COUNT                 PIC 9(03) COMP VALUE 52.
        01 WS-PRG-SUB                   PIC 9(03) COMP VALUE 0.
        01 WS-AREA-SUB                  PIC 9(02) COMP VALUE 0.
        01 WS-PICK-COUNT                PIC 9(02) COMP VALUE 0.
        01 WS-PICK-TABLE.
           05 WS-PICK-PRG OCCURS 20 TIMES PIC 9(03) COMP.

      * EACH PROGRAM'S RUN PARAMETERS, IN THE ORDER THEY ARE ASKED:
      * PROGRAM, CHECK (Q Y F M D P S T L N A X - SEE ABOVE), Y WHEN
      * REQUIRED, LONGEST ANSWER, THE ANSWERS THAT MAKE THE RUN
      * DESTRUCTIVE (* ANY ANSWER, _ A BLANK ONE), THE ENVIRONMENT
      * VARIABLE, THE ALLOWED VALUES FOR AN L, AND THE PROMPT.
        01 WS-PARAMETER-DATA.
           05 FILLER PIC X(32) VALUE "PAYRPTRB  LN01                  ".
           05 FILLER PIC X(30) VALUE "PAYRPTRB-TRIAL                ".
           05 FILLER PIC X(24) VALUE "Y N                     ".
           05 FILLER PIC X(32) VALUE "TRIAL RUN - NOTHING POSTS       ".
           05 FILLER PIC X(32) VALUE "PAYRPTRB  NN03                  ".
           05 FILLER PIC X(30) VALUE "PAYRPTRB-VARIANCE-PCT         ".
           05 FILLER PIC X(24) VALUE "                        ".
           05 FILLER PIC X(32) VALUE "TRIAL VARIANCE FLAG PERCENT     ".
           05 FILLER PIC X(32) VALUE "PAYRPTRB  DN08                  ".
           05 FILLER PIC X(30) VALUE "PAYRPTRB-OFF-CYCLE            ".
           05 FILLER PIC X(24) VALUE "                        ".
           05 FILLER PIC X(32) VALUE "OFF-CYCLE PAY DATE              ".
           05 FILLER PIC X(32) VALUE "PAYRPTRB  LN01                  ".
           05 FILLER PIC X(30) VALUE "PAYRPTRB-REPRINT              ".
           05 FILLER PIC X(24) VALUE "Y N                     ".
           05 FILLER PIC X(32) VALUE "REPRINT THE LAST RUN ONLY       ".
           05 FILLER PIC X(32) VALUE "PAYRPTRB  LN01Y                 ".
           05 FILLER PIC X(30) VALUE "PAYRPTRB-FORCE-RERUN          ".
           05 FILLER PIC X(24) VALUE "Y N                     ".
           05 FILLER PIC X(32) VALUE "PAY REGISTER DUPLICATES AGAIN   ".
           05 FILLER PIC X(32) VALUE "TIMCLKRB  PY06                  ".
           05 FILLER PIC X(30) VALUE "TIMCLKRB-PAY-DATE             ".
           05 FILLER PIC X(24) VALUE "                        ".
           05 FILLER PIC X(32) VALUE "PAY DATE                        ".
           05 FILLER PIC X(32) VALUE "TIMCLKRB  DN08                  ".
           05 FILLER PIC X(30) VALUE "TIMCLKRB-PERIOD-FROM          ".
           05 FILLER PIC X(24) VALUE "                        ".
           05 FILLER PIC X(32) VALUE "PAY PERIOD FROM                 ".
           05 FILLER PIC X(32) VALUE "TIMCLKRB  DN08                  ".
           05 FILLER PIC X(30) VALUE "TIMCLKRB-PERIOD-THRU          ".
           05 FILLER PIC X(24) VALUE "                        ".
           05 FILLER PIC X(32) VALUE "PAY PERIOD THROUGH              ".
           05 FILLER PIC X(32) VALUE "LEAVRQRB  PY06                  ".
           05 FILLER PIC X(30) VALUE "LEAVRQRB-PAY-DATE             ".
           05 FILLER PIC X(24) VALUE "                        ".
           05 FILLER PIC X(32) VALUE "PAY DATE                        ".
           05 FILLER PIC X(32) VALUE "PAYACRRB  DN08                  ".
           05 FILLER PIC X(30) VALUE "PAYACRRB-AS-OF-DATE           ".
           05 FILLER PIC X(24) VALUE "                        ".
           05 FILLER PIC X(32) VALUE "ACCRUE AS OF                    ".
           05 FILLER PIC X(32) VALUE "PAYACRRB  DN08                  ".
           05 FILLER PIC X(30) VALUE "PAYACRRB-LAST-PAY-DATE        ".
           05 FILLER PIC X(24) VALUE "                        ".
           05 FILLER PIC X(32) VALUE "LAST PAY DATE BEFORE IT         ".
           05 FILLER PIC X(32) VALUE "PAYACRRB  NN03                  ".
           05 FILLER PIC X(30) VALUE "PAYACRRB-LOOKBACK-DAYS        ".
           05 FILLER PIC X(24) VALUE "                        ".
           05 FILLER PIC X(32) VALUE "PAY HISTORY LOOKBACK DAYS       ".
           05 FILLER PIC X(32) VALUE "PAYINQRB  XY06                  ".
           05 FILLER PIC X(30) VALUE "PAYINQRB-EMP-NUMBER           ".
           05 FILLER PIC X(24) VALUE "                        ".
           05 FILLER PIC X(32) VALUE "EMPLOYEE NUMBER                 ".
           05 FILLER PIC X(32) VALUE "PAYINQRB  MN06                  ".
           05 FILLER PIC X(30) VALUE "PAYINQRB-FROM-DATE            ".
           05 FILLER PIC X(24) VALUE "                        ".
           05 FILLER PIC X(32) VALUE "FROM PAY MONTH                  ".
           05 FILLER PIC X(32) VALUE "PAYINQRB  MN06                  ".
           05 FILLER PIC X(30) VALUE "PAYINQRB-TO-DATE              ".
           05 FILLER PIC X(24) VALUE "                        ".
           05 FILLER PIC X(32) VALUE "THROUGH PAY MONTH               ".
           05 FILLER PIC X(32) VALUE "FINPAYRB  XN06                  ".
           05 FILLER PIC X(30) VALUE "FINPAYRB-EMP                  ".
           05 FILLER PIC X(24) VALUE "                        ".
           05 FILLER PIC X(32) VALUE "ONE EMPLOYEE ONLY               ".
           05 FILLER PIC X(32) VALUE "RAISGNRB  DY08                  ".
           05 FILLER PIC X(30) VALUE "RAISGNRB-EFFECTIVE-DATE       ".
           05 FILLER PIC X(24) VALUE "                        ".
           05 FILLER PIC X(32) VALUE "RAISES EFFECTIVE                ".
           05 FILLER PIC X(32) VALUE "RAISGNRB  LN01Y                 ".
           05 FILLER PIC X(30) VALUE "RAISGNRB-POST                 ".
           05 FILLER PIC X(24) VALUE "Y N                     ".
           05 FILLER PIC X(32) VALUE "POST THE RAISES TO THE MASTER   ".
           05 FILLER PIC X(32) VALUE "QTRSUMRB  QN01*                 ".
           05 FILLER PIC X(30) VALUE "QTRSUMRB-CLOSE-QUARTER        ".
           05 FILLER PIC X(24) VALUE "                        ".
           05 FILLER PIC X(32) VALUE "QUARTER TO CLOSE AFTER REPORTING".
           05 FILLER PIC X(32) VALUE "SUTAWGRB  QY01                  ".
           05 FILLER PIC X(30) VALUE "SUTAWGRB-QUARTER              ".
           05 FILLER PIC X(24) VALUE "                        ".
           05 FILLER PIC X(32) VALUE "QUARTER TO FILE                 ".
           05 FILLER PIC X(32) VALUE "FUT940RB  YN04                  ".
           05 FILLER PIC X(30) VALUE "FUT940RB-TAX-YEAR             ".
           05 FILLER PIC X(24) VALUE "                        ".
           05 FILLER PIC X(32) VALUE "TAX YEAR                        ".
           05 FILLER PIC X(32) VALUE "W2SUMRB   NN09                  ".
           05 FILLER PIC X(30) VALUE "W2SUMRB-EIN                   ".
           05 FILLER PIC X(24) VALUE "                        ".
           05 FILLER PIC X(32) VALUE "EMPLOYER EIN                    ".
           05 FILLER PIC X(32) VALUE "W2SUMRB   XN57                  ".
           05 FILLER PIC X(30) VALUE "W2SUMRB-COMPANY-NAME          ".
           05 FILLER PIC X(24) VALUE "                        ".
           05 FILLER PIC X(32) VALUE "COMPANY NAME FOR THE EFW2 FILE  ".
           05 FILLER PIC X(32) VALUE "W2PRTRB   LN01                  ".
           05 FILLER PIC X(30) VALUE "W2PRTRB-MODE                  ".
           05 FILLER PIC X(24) VALUE "C                       ".
           05 FILLER PIC X(32) VALUE "C FOR W-2C COPIES               ".
           05 FILLER PIC X(32) VALUE "W2PRTRB   YN04                  ".
           05 FILLER PIC X(30) VALUE "W2PRTRB-TAX-YEAR              ".
           05 FILLER PIC X(24) VALUE "                        ".
           05 FILLER PIC X(32) VALUE "TAX YEAR                        ".
           05 FILLER PIC X(32) VALUE "W2CORRRB  YY04                  ".
           05 FILLER PIC X(30) VALUE "W2CORRRB-TAX-YEAR             ".
           05 FILLER PIC X(24) VALUE "                        ".
           05 FILLER PIC X(32) VALUE "CLOSED TAX YEAR BEING CORRECTED ".
           05 FILLER PIC X(32) VALUE "SUM1099RB YN04                  ".
           05 FILLER PIC X(30) VALUE "SUM1099RB-TAX-YEAR            ".
           05 FILLER PIC X(24) VALUE "                        ".
           05 FILLER PIC X(32) VALUE "TAX YEAR                        ".
           05 FILLER PIC X(32) VALUE "ACAFRMRB  YN04                  ".
           05 FILLER PIC X(30) VALUE "ACAFRMRB-TAX-YEAR             ".
           05 FILLER PIC X(24) VALUE "                        ".
           05 FILLER PIC X(32) VALUE "TAX YEAR                        ".
           05 FILLER PIC X(32) VALUE "ACAMSRRB  NN02                  ".
           05 FILLER PIC X(30) VALUE "ACAMSRRB-MONTHS               ".
           05 FILLER PIC X(24) VALUE "                        ".
           05 FILLER PIC X(32) VALUE "MEASUREMENT MONTHS              ".
           05 FILLER PIC X(32) VALUE "ACAMSRRB  DN08                  ".
           05 FILLER PIC X(30) VALUE "ACAMSRRB-END-DATE             ".
           05 FILLER PIC X(24) VALUE "                        ".
           05 FILLER PIC X(32) VALUE "MEASUREMENT PERIOD ENDS         ".
           05 FILLER PIC X(32) VALUE "BENENRRB  YN04                  ".
           05 FILLER PIC X(30) VALUE "BENENRRB-PLAN-YEAR            ".
           05 FILLER PIC X(24) VALUE "                        ".
           05 FILLER PIC X(32) VALUE "PLAN YEAR                       ".
           05 FILLER PIC X(32) VALUE "BENRECRB  MY06                  ".
           05 FILLER PIC X(30) VALUE "BENRECRB-MONTH                ".
           05 FILLER PIC X(24) VALUE "                        ".
           05 FILLER PIC X(32) VALUE "INVOICE MONTH                   ".
           05 FILLER PIC X(32) VALUE "BENRECRB  XN03                  ".
           05 FILLER PIC X(30) VALUE "BENRECRB-DED-CODE             ".
           05 FILLER PIC X(24) VALUE "                        ".
           05 FILLER PIC X(32) VALUE "ONE DEDUCTION CODE ONLY         ".
           05 FILLER PIC X(32) VALUE "HDCNTRB   MN06                  ".
           05 FILLER PIC X(30) VALUE "HDCNTRB-MONTH                 ".
           05 FILLER PIC X(24) VALUE "                        ".
           05 FILLER PIC X(32) VALUE "REPORT MONTH                    ".
           05 FILLER PIC X(32) VALUE "GLJRNLRB  FN06                  ".
           05 FILLER PIC X(30) VALUE "GLJRNLRB-PERIOD               ".
           05 FILLER PIC X(24) VALUE "                        ".
           05 FILLER PIC X(32) VALUE "POSTING PERIOD                  ".
           05 FILLER PIC X(32) VALUE "GLJRNLRB  LN01                  ".
           05 FILLER PIC X(30) VALUE "GLJRNLRB-RECURRING-ONLY       ".
           05 FILLER PIC X(24) VALUE "Y N                     ".
           05 FILLER PIC X(32) VALUE "RECURRING JOURNALS ONLY         ".
           05 FILLER PIC X(32) VALUE "GLJRNLRB  XN08                  ".
           05 FILLER PIC X(30) VALUE "GLJRNLRB-APPROVER-ID          ".
           05 FILLER PIC X(24) VALUE "                        ".
           05 FILLER PIC X(32) VALUE "APPROVING OPERATOR ID           ".
           05 FILLER PIC X(32) VALUE "GLTBALRB  FN06                  ".
           05 FILLER PIC X(30) VALUE "GLTBALRB-PERIOD               ".
           05 FILLER PIC X(24) VALUE "                        ".
           05 FILLER PIC X(32) VALUE "FISCAL PERIOD                   ".
           05 FILLER PIC X(32) VALUE "GLSTMTRB  FN06                  ".
           05 FILLER PIC X(30) VALUE "GLSTMTRB-PERIOD               ".
           05 FILLER PIC X(24) VALUE "                        ".
           05 FILLER PIC X(32) VALUE "FISCAL PERIOD                   ".
           05 FILLER PIC X(32) VALUE "GLBVARRB  FN06                  ".
           05 FILLER PIC X(30) VALUE "GLBVARRB-PERIOD               ".
           05 FILLER PIC X(24) VALUE "                        ".
           05 FILLER PIC X(32) VALUE "FISCAL PERIOD                   ".
           05 FILLER PIC X(32) VALUE "GLBVARRB  AN06                  ".
           05 FILLER PIC X(30) VALUE "GLBVARRB-FLAG-PCT             ".
           05 FILLER PIC X(24) VALUE "                        ".
           05 FILLER PIC X(32) VALUE "VARIANCE FLAG PERCENT           ".
           05 FILLER PIC X(32) VALUE "GLPCLSRB  FY06                  ".
           05 FILLER PIC X(30) VALUE "GLPCLSRB-PERIOD               ".
           05 FILLER PIC X(24) VALUE "                        ".
           05 FILLER PIC X(32) VALUE "FISCAL PERIOD                   ".
           05 FILLER PIC X(32) VALUE "GLPCLSRB  LN01                  ".
           05 FILLER PIC X(30) VALUE "GLPCLSRB-ACTION               ".
           05 FILLER PIC X(24) VALUE "C R                     ".
           05 FILLER PIC X(32) VALUE "C TO CLOSE, R TO REOPEN         ".
           05 FILLER PIC X(32) VALUE "BNKRECRB  XN30                  ".
           05 FILLER PIC X(30) VALUE "BNKRECRB-BANK-ACCOUNT         ".
           05 FILLER PIC X(24) VALUE "                        ".
           05 FILLER PIC X(32) VALUE "BANK ACCOUNT                    ".
           05 FILLER PIC X(32) VALUE "BNKRECRB  XN08                  ".
           05 FILLER PIC X(30) VALUE "BNKRECRB-CASH-ACCOUNT         ".
           05 FILLER PIC X(24) VALUE "                        ".
           05 FILLER PIC X(32) VALUE "GL CASH ACCOUNT                 ".
           05 FILLER PIC X(32) VALUE "BNKRECRB  FN06                  ".
           05 FILLER PIC X(30) VALUE "BNKRECRB-PERIOD               ".
           05 FILLER PIC X(24) VALUE "                        ".
           05 FILLER PIC X(32) VALUE "FISCAL PERIOD                   ".
           05 FILLER PIC X(32) VALUE "APINVRB   AN06                  ".
           05 FILLER PIC X(30) VALUE "APINVRB-PRICE-TOLERANCE       ".
           05 FILLER PIC X(24) VALUE "                        ".
           05 FILLER PIC X(32) VALUE "PRICE TOLERANCE PERCENT         ".
           05 FILLER PIC X(32) VALUE "APINVRB   AN06                  ".
           05 FILLER PIC X(30) VALUE "APINVRB-QTY-TOLERANCE         ".
           05 FILLER PIC X(24) VALUE "                        ".
           05 FILLER PIC X(32) VALUE "QUANTITY TOLERANCE PERCENT      ".
           05 FILLER PIC X(32) VALUE "APPAYRB   DN08                  ".
           05 FILLER PIC X(30) VALUE "APPAYRB-CUTOFF-DATE           ".
           05 FILLER PIC X(24) VALUE "                        ".
           05 FILLER PIC X(32) VALUE "PAY INVOICES DUE BY             ".
           05 FILLER PIC X(32) VALUE "CASHFCRB  DN08                  ".
           05 FILLER PIC X(30) VALUE "CASHFCRB-AS-OF-DATE           ".
           05 FILLER PIC X(24) VALUE "                        ".
           05 FILLER PIC X(32) VALUE "FORECAST AS OF                  ".
           05 FILLER PIC X(32) VALUE "CASHFCRB  AN14                  ".
           05 FILLER PIC X(30) VALUE "CASHFCRB-START-BALANCE        ".
           05 FILLER PIC X(24) VALUE "                        ".
           05 FILLER PIC X(32) VALUE "STARTING CASH BALANCE           ".
           05 FILLER PIC X(32) VALUE "CASHFCRB  AN14                  ".
           05 FILLER PIC X(30) VALUE "CASHFCRB-MIN-BALANCE          ".
           05 FILLER PIC X(24) VALUE "                        ".
           05 FILLER PIC X(32) VALUE "MINIMUM CASH BALANCE            ".
           05 FILLER PIC X(32) VALUE "CASHFCRB  NN03                  ".
           05 FILLER PIC X(30) VALUE "CASHFCRB-LOOKBACK-DAYS        ".
           05 FILLER PIC X(24) VALUE "                        ".
           05 FILLER PIC X(32) VALUE "HISTORY LOOKBACK DAYS           ".
           05 FILLER PIC X(32) VALUE "ARADJRB   AN10                  ".
           05 FILLER PIC X(30) VALUE "ARADJRB-WRITEOFF-LIMIT        ".
           05 FILLER PIC X(24) VALUE "                        ".
           05 FILLER PIC X(32) VALUE "WRITE-OFF REVIEW LIMIT          ".
           05 FILLER PIC X(32) VALUE "FINCHGRB  DN08                  ".
           05 FILLER PIC X(30) VALUE "FINCHGRB-AS-OF-DATE           ".
           05 FILLER PIC X(24) VALUE "                        ".
           05 FILLER PIC X(32) VALUE "CHARGE AS OF                    ".
           05 FILLER PIC X(32) VALUE "FINCHGRB  AN06                  ".
           05 FILLER PIC X(30) VALUE "FINCHGRB-MONTHLY-RATE         ".
           05 FILLER PIC X(24) VALUE "                        ".
           05 FILLER PIC X(32) VALUE "MONTHLY RATE PERCENT            ".
           05 FILLER PIC X(32) VALUE "FINCHGRB  NN03                  ".
           05 FILLER PIC X(30) VALUE "FINCHGRB-GRACE-DAYS           ".
           05 FILLER PIC X(24) VALUE "                        ".
           05 FILLER PIC X(32) VALUE "GRACE DAYS                      ".
           05 FILLER PIC X(32) VALUE "FINCHGRB  AN08                  ".
           05 FILLER PIC X(30) VALUE "FINCHGRB-MIN-CHARGE           ".
           05 FILLER PIC X(24) VALUE "                        ".
           05 FILLER PIC X(32) VALUE "MINIMUM CHARGE                  ".
           05 FILLER PIC X(32) VALUE "CUSSTMRB  DN08                  ".
           05 FILLER PIC X(30) VALUE "CUSSTMRB-STATEMENT-DATE       ".
           05 FILLER PIC X(24) VALUE "                        ".
           05 FILLER PIC X(32) VALUE "STATEMENT DATE                  ".
           05 FILLER PIC X(32) VALUE "TAXLIARB  MN06                  ".
           05 FILLER PIC X(30) VALUE "TAXLIARB-PERIOD               ".
           05 FILLER PIC X(24) VALUE "                        ".
           05 FILLER PIC X(32) VALUE "FILING MONTH                    ".
           05 FILLER PIC X(32) VALUE "TAXLIARB  NN03                  ".
           05 FILLER PIC X(30) VALUE "TAXLIARB-EXPIRY-DAYS          ".
           05 FILLER PIC X(24) VALUE "                        ".
           05 FILLER PIC X(32) VALUE "CERTIFICATE EXPIRY WARNING DAYS ".
           05 FILLER PIC X(32) VALUE "SALESSUM  MN06                  ".
           05 FILLER PIC X(30) VALUE "SALESSUM-PERIOD               ".
           05 FILLER PIC X(24) VALUE "                        ".
           05 FILLER PIC X(32) VALUE "REPORTING MONTH                 ".
           05 FILLER PIC X(32) VALUE "SALESSUM  LN09                  ".
           05 FILLER PIC X(30) VALUE "OPS-COMMISSION-BASIS          ".
           05 FILLER PIC X(24) VALUE "BOOKED COLLECTED        ".
           05 FILLER PIC X(32) VALUE "COMMISSION BASIS                ".
           05 FILLER PIC X(32) VALUE "COMCOLRB  MN06                  ".
           05 FILLER PIC X(30) VALUE "COMCOLRB-PERIOD               ".
           05 FILLER PIC X(24) VALUE "                        ".
           05 FILLER PIC X(32) VALUE "COMMISSION MONTH                ".
           05 FILLER PIC X(32) VALUE "COMCOLRB  LN09                  ".
           05 FILLER PIC X(30) VALUE "OPS-COMMISSION-BASIS          ".
           05 FILLER PIC X(24) VALUE "BOOKED COLLECTED        ".
           05 FILLER PIC X(32) VALUE "COMMISSION BASIS                ".
           05 FILLER PIC X(32) VALUE "CUSRNKRB  MN06                  ".
           05 FILLER PIC X(30) VALUE "CUSRNKRB-PERIOD               ".
           05 FILLER PIC X(24) VALUE "                        ".
           05 FILLER PIC X(32) VALUE "MONTH RANKED                    ".
           05 FILLER PIC X(32) VALUE "QUOTRPRB  NN03                  ".
           05 FILLER PIC X(30) VALUE "QUOTRPRB-DAYS-BACK            ".
           05 FILLER PIC X(24) VALUE "                        ".
           05 FILLER PIC X(32) VALUE "DAYS OF QUOTES TO LIST          ".
           05 FILLER PIC X(32) VALUE "QUOTRPRB  NN03                  ".
           05 FILLER PIC X(30) VALUE "QUOTRPRB-FOLLOWUP-DAYS        ".
           05 FILLER PIC X(24) VALUE "                        ".
           05 FILLER PIC X(32) VALUE "DAYS BEFORE FOLLOW-UP           ".
           05 FILLER PIC X(32) VALUE "DLRNTCRB  DN08                  ".
           05 FILLER PIC X(30) VALUE "DLRNTCRB-RESEND-DATE          ".
           05 FILLER PIC X(24) VALUE "                        ".
           05 FILLER PIC X(32) VALUE "RESEND THE NOTICES SENT ON      ".
           05 FILLER PIC X(32) VALUE "DLRNTCRB  XN05                  ".
           05 FILLER PIC X(30) VALUE "DLRNTCRB-RESEND-DEALER        ".
           05 FILLER PIC X(24) VALUE "                        ".
           05 FILLER PIC X(32) VALUE "RESEND TO ONE DEALER ONLY       ".
           05 FILLER PIC X(32) VALUE "MATHSHPS  NN03                  ".
           05 FILLER PIC X(30) VALUE "MATHSHPS-REMNANT-UNITS        ".
           05 FILLER PIC X(24) VALUE "                        ".
           05 FILLER PIC X(32) VALUE "SMALLEST REMNANT KEPT           ".
           05 FILLER PIC X(32) VALUE "MATHSHPS  XN02                  ".
           05 FILLER PIC X(30) VALUE "MATHSHPS-RUG-SALES-STATE      ".
           05 FILLER PIC X(24) VALUE "                        ".
           05 FILLER PIC X(32) VALUE "STATE RUG SALES BOOK UNDER      ".
           05 FILLER PIC X(32) VALUE "PHYINVRB  LN07APPLY _           ".
           05 FILLER PIC X(30) VALUE "PHYINVRB-MODE                 ".
           05 FILLER PIC X(24) VALUE "EXTRACT APPLY           ".
           05 FILLER PIC X(32) VALUE "COUNT SHEETS OR POST (APPLY)    ".
           05 FILLER PIC X(32) VALUE "LOTTRCRB  XN06                  ".
           05 FILLER PIC X(30) VALUE "LOTTRCRB-LOT                  ".
           05 FILLER PIC X(24) VALUE "                        ".
           05 FILLER PIC X(32) VALUE "ONE LOT ONLY                    ".
           05 FILLER PIC X(32) VALUE "MRPPRJRB  NN03                  ".
           05 FILLER PIC X(30) VALUE "MRPPRJRB-HORIZON-DAYS         ".
           05 FILLER PIC X(24) VALUE "                        ".
           05 FILLER PIC X(32) VALUE "HORIZON DAYS, 260 AT MOST       ".
           05 FILLER PIC X(32) VALUE "CUTYLDRB  DN08                  ".
           05 FILLER PIC X(30) VALUE "CUTYLDRB-WEEK-DATE            ".
           05 FILLER PIC X(24) VALUE "                        ".
           05 FILLER PIC X(32) VALUE "ANY DATE IN THE WEEK            ".
           05 FILLER PIC X(32) VALUE "SNAPSHRB  SN06                  ".
           05 FILLER PIC X(30) VALUE "SNAPSHRB-STAMP                ".
           05 FILLER PIC X(24) VALUE "                        ".
           05 FILLER PIC X(32) VALUE "SNAPSHOT SET STAMP              ".
           05 FILLER PIC X(32) VALUE "ROLLBKRB  SN06                  ".
           05 FILLER PIC X(30) VALUE "ROLLBKRB-DATE                 ".
           05 FILLER PIC X(24) VALUE "                        ".
           05 FILLER PIC X(32) VALUE "SNAPSHOT SET TO RESTORE         ".
           05 FILLER PIC X(32) VALUE "FWDRCVRB  SN06                  ".
           05 FILLER PIC X(30) VALUE "FWDRCVRB-SNAP-DATE            ".
           05 FILLER PIC X(24) VALUE "                        ".
           05 FILLER PIC X(32) VALUE "SNAPSHOT SET TO START FROM      ".
           05 FILLER PIC X(32) VALUE "FWDRCVRB  DN08                  ".
           05 FILLER PIC X(30) VALUE "FWDRCVRB-TO-DATE              ".
           05 FILLER PIC X(24) VALUE "                        ".
           05 FILLER PIC X(32) VALUE "RECOVER THROUGH DATE            ".
           05 FILLER PIC X(32) VALUE "FWDRCVRB  TN06                  ".
           05 FILLER PIC X(30) VALUE "FWDRCVRB-TO-TIME              ".
           05 FILLER PIC X(24) VALUE "                        ".
           05 FILLER PIC X(32) VALUE "RECOVER THROUGH TIME            ".
           05 FILLER PIC X(32) VALUE "FWDRCVRB  XN08                  ".
           05 FILLER PIC X(30) VALUE "FWDRCVRB-MASTER               ".
           05 FILLER PIC X(24) VALUE "                        ".
           05 FILLER PIC X(32) VALUE "ONE JOURNALED MASTER ONLY       ".
           05 FILLER PIC X(32) VALUE "NITEBALRB SN06                  ".
           05 FILLER PIC X(30) VALUE "NITEBALRB-BALANCE-DATE        ".
           05 FILLER PIC X(24) VALUE "                        ".
           05 FILLER PIC X(32) VALUE "NIGHT TO BALANCE                ".
           05 FILLER PIC X(32) VALUE "OPSRPTRB  NN03                  ".
           05 FILLER PIC X(30) VALUE "OPSRPTRB-VARIANCE-PCT         ".
           05 FILLER PIC X(24) VALUE "                        ".
           05 FILLER PIC X(32) VALUE "COUNT VARIANCE FLAG PERCENT     ".
           05 FILLER PIC X(32) VALUE "AUTHRVRB  DN08                  ".
           05 FILLER PIC X(30) VALUE "AUTHRVRB-AS-OF-DATE           ".
           05 FILLER PIC X(24) VALUE "                        ".
           05 FILLER PIC X(32) VALUE "REVIEW AS OF                    ".
           05 FILLER PIC X(32) VALUE "AUTHRVRB  NN03                  ".
           05 FILLER PIC X(30) VALUE "AUTHRVRB-INACTIVE-DAYS        ".
           05 FILLER PIC X(24) VALUE "                        ".
           05 FILLER PIC X(32) VALUE "DAYS UNUSED BEFORE FLAGGED      ".
           05 FILLER PIC X(32) VALUE "TSTSETRB  XN80                  ".
           05 FILLER PIC X(30) VALUE "TSTSETRB-TEST-DIRECTORY       ".
           05 FILLER PIC X(24) VALUE "                        ".
           05 FILLER PIC X(32) VALUE "TEST DATA DIRECTORY             ".
           05 FILLER PIC X(32) VALUE "BURSTRB   XN08                  ".
           05 FILLER PIC X(30) VALUE "BURSTRB-REPORT                ".
           05 FILLER PIC X(24) VALUE "                        ".
           05 FILLER PIC X(32) VALUE "PAYRPT/ARAGE/SALESSUM/CUTSCH    ".
        01 WS-PARAMETER-TABLE REDEFINES WS-PARAMETER-DATA.
           05 WS-PRM-ENTRY OCCURS 88 TIMES.
              10 WS-PRM-PROGRAM         PIC X(10).
              10 WS-PRM-TYPE            PIC X(01).
              10 WS-PRM-REQUIRED        PIC X(01).
                 88 PRM-IS-REQUIRED        VALUE "Y".
              10 WS-PRM-MAX-LEN         PIC 9(02).
              10 WS-PRM-DESTRUCTIVE     PIC X(18).
              10 WS-PRM-VARIABLE        PIC X(30).
              10 WS-PRM-ALLOWED         PIC X(24).
              10 WS-PRM-PROMPT          PIC X(32).
        01 WS-PRM-COUNT                 PIC 9(03) COMP VALUE 88.
        01 WS-PRM-SUB                   PIC 9(03) COMP VALUE 0.

      * THE ANSWERS FOR THE RUN BEING SET UP.
        01 WS-RUN-PARM-COUNT            PIC 9(02) COMP VALUE 0.
        01 WS-RUN-SUB                   PIC 9(02) COMP VALUE 0.
        01 WS-RUN-PARM-TABLE.
           05 WS-RUN-PARM OCCURS 10 TIMES.
              10 WS-RUN-PRM-SUB         PIC 9(03) COMP.
              10 WS-RUN-VALUE           PIC X(80).

       PROCEDURE DIVISION.
           DISPLAY "OPMENURB FOR RYAN BROOKS".
           PERFORM 1000-INITIALIZE.
           PERFORM 2000-AREA-MENU UNTIL MENU-SIGNED-OFF.
           PERFORM 9800-SIGN-OFF.
           MOVE WS-HIGH-RETURN-CODE TO RETURN-CODE.
           GOBACK.

       0500-GET-FILE-PATHS.
      * OVERRIDE THE DEFAULT FILE PATHS IF THE MATCHING ENVIRONMENT
      * VARIABLE HAS BEEN SET:
           ACCEPT WS-ENV-PATH-OVERRIDE FROM ENVIRONMENT
                  "DATEFUNRB-FISCAL-CALENDAR".
           IF WS-ENV-PATH-OVERRIDE NOT = SPACES
              MOVE WS-ENV-PATH-OVERRIDE TO WS-FISCAL-CAL-PATH
           END-IF.
           ACCEPT WS-ENV-PATH-OVERRIDE FROM ENVIRONMENT
                  "OPMENURB-TEST-SETTINGS".
           IF WS-ENV-PATH-OVERRIDE NOT = SPACES
              MOVE WS-ENV-PATH-OVERRIDE TO WS-TEST-ENV-PATH
           END-IF.
           ACCEPT WS-ENV-PATH-OVERRIDE FROM ENVIRONMENT
                  "OPMENURB-AUDIT-TRAIL-FILE".
           IF WS-ENV-PATH-OVERRIDE NOT = SPACES
              MOVE WS-ENV-PATH-OVERRIDE TO WS-AUDIT-TRAIL-PATH
           END-IF.

       1000-INITIALIZE.
           PERFORM 0500-GET-FILE-PATHS.
           ACCEPT WS-RUN-DATE FROM DATE.
           STRING "20" WS-RUN-DATE DELIMITED BY SIZE INTO WS-TODAY.
           COMPUTE WS-LAST-YEAR-ALLOWED = WS-TODAY-CCYY + 1.
           PERFORM 1100-LOAD-FISCAL-CALENDAR.
           PERFORM 1200-OPERATOR-SIGN-ON.
           MOVE "SIGNED ON" TO WS-AUDIT-TEXT.
           MOVE "OK"        TO WS-AUDIT-STATUS.
           PERFORM 9900-WRITE-AUDIT-RECORD.

       1100-LOAD-FISCAL-CALENDAR.
      * FISCAL PERIOD ANSWERS ARE CHECKED AGAINST THE CALENDAR THE GL
      * PROGRAMS POST BY.  WITHOUT IT NO FISCAL PERIOD CAN BE GIVEN.
           MOVE 0 TO WS-FISCAL-COUNT.
           OPEN INPUT FISCAL-CAL-FILE.
           IF NOT FISCAL-CAL-SUCCESSFUL
              DISPLAY "OPMENURB: FISCAL CALENDAR NOT FOUND - "
                  "FISCAL PERIODS CANNOT BE CHECKED"
              EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL END-OF-FISCAL-CAL
              READ FISCAL-CAL-FILE
                 AT END
                    SET END-OF-FISCAL-CAL TO TRUE
                 NOT AT END
                    IF FILE-FSC-PERIOD IS NUMERIC
                       AND WS-FISCAL-COUNT < 300
                       ADD 1 TO WS-FISCAL-COUNT
                       MOVE FILE-FSC-PERIOD
                         TO WS-FISCAL-PERIOD (WS-FISCAL-COUNT)
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE FISCAL-CAL-FILE.

       1200-OPERATOR-SIGN-ON.
      * THE OPERATOR ID TYPED HERE (OR ALREADY IN OPS-USER-ID) IS
      * CHECKED FOR OPMENURB AND THEN PASSED TO EVERY PROGRAM RUN.
      * THE SESSION IS ATTENDED, SO NOTHING RUN FROM IT MAY TAKE THE
      * UNATTENDED-BATCH ALLOWANCE.
           DISPLAY "OPERATOR ID: ".
           MOVE SPACES TO WS-ANSWER.
           ACCEPT WS-ANSWER.
           IF WS-ANSWER = SPACES
              ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "OPS-USER-ID"
           ELSE
              INSPECT WS-ANSWER CONVERTING
                      "abcdefghijklmnopqrstuvwxyz"
                   TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
              MOVE WS-ANSWER TO WS-OPERATOR-ID
           END-IF.
           SET ENVIRONMENT "OPS-USER-ID" TO WS-OPERATOR-ID.
           SET ENVIRONMENT "OPS-UNATTENDED" TO "N".
           MOVE "OPMENURB" TO SGN-PROGRAM-NAME.
           CALL "OPSIGNRB" USING SIGNON-PARMS.
           IF NOT SGN-AUTHORIZED
              EVALUATE TRUE
                 WHEN SGN-NO-USER
                 WHEN SGN-BATCH-RUN
                    DISPLAY "OPMENURB: NO OPERATOR ID GIVEN - SIGN "
                        "ON TO USE THE MENU"
                 WHEN SGN-NO-USER-FILE
                    DISPLAY "OPMENURB: USER AUTHORIZATION FILE "
                        "MISSING - RUN REFUSED"
                 WHEN OTHER
                    DISPLAY "OPMENURB: USER " SGN-USER-ID
                        " NOT AUTHORIZED FOR OPMENURB - RUN REFUSED"
              END-EVALUATE
              MOVE 16 TO RETURN-CODE
              PERFORM 1250-LOG-REFUSED-ACCESS
              GOBACK
           END-IF.
           MOVE SGN-USER-ID TO WS-OPERATOR-ID.

       1250-LOG-REFUSED-ACCESS.
           MOVE "ACCESS REFUSED" TO WS-AUDIT-TEXT.
           MOVE "ER"             TO WS-AUDIT-STATUS.
           MOVE SGN-USER-ID      TO WS-OPERATOR-ID.
           PERFORM 9900-WRITE-AUDIT-RECORD.

       2000-AREA-MENU.
      * BLANK SIGNS OFF; T LOADS THE TEST SETTINGS; A NUMBER OPENS
      * THAT AREA'S PROGRAM LIST.
           DISPLAY " ".
           IF TEST-SET-IN-USE
              DISPLAY "*** TEST DATA SET SETTINGS IN USE - SIGN OFF "
                  "TO RETURN TO PRODUCTION ***"
           END-IF.
           DISPLAY "OPERATOR MENU - SIGNED ON AS " WS-OPERATOR-ID.
           PERFORM VARYING WS-AREA-SUB FROM 1 BY 1
              UNTIL WS-AREA-SUB > 9
              MOVE WS-AREA-SUB TO WS-MENU-NUMBER
              DISPLAY "  " WS-MENU-NUMBER "  "
                  WS-AREA-NAME (WS-AREA-SUB)
           END-PERFORM.
           DISPLAY "   T  LOAD THE TEST DATA SET SETTINGS".
           DISPLAY "BUSINESS AREA (BLANK TO SIGN OFF): ".
           MOVE SPACES TO WS-ANSWER.
           ACCEPT WS-ANSWER.
           IF WS-ANSWER = SPACES
              SET MENU-SIGNED-OFF TO TRUE
              EXIT PARAGRAPH
           END-IF.
           IF WS-ANSWER = "T" OR "t"
              PERFORM 6000-LOAD-TEST-SETTINGS
              EXIT PARAGRAPH
           END-IF.
           MOVE 9 TO WS-CHOICE-LIMIT.
           PERFORM 2900-GET-CHOICE-NUMBER.
           IF WS-CHOICE = 0
              DISPLAY "NO SUCH BUSINESS AREA - RE-ENTER"
              EXIT PARAGRAPH
           END-IF.
           MOVE WS-CHOICE TO WS-AREA-SUB.
           MOVE "N" TO WS-AREA-DONE-SW.
           PERFORM 2100-PROGRAM-MENU UNTIL AREA-DONE.

       2100-PROGRAM-MENU.
      * THE AREA'S PROGRAMS, NUMBERED FROM 1 IN TABLE ORDER.
           MOVE 0 TO WS-PICK-COUNT.
           DISPLAY " ".
           DISPLAY WS-AREA-NAME (WS-AREA-SUB).
           PERFORM VARYING WS-PRG-SUB FROM 1 BY 1
              UNTIL WS-PRG-SUB > WS-PRG-COUNT
              IF WS-PRG-AREA (WS-PRG-SUB) = WS-AREA-SUB
                 ADD 1 TO WS-PICK-COUNT
                 MOVE WS-PRG-SUB TO WS-PICK-PRG (WS-PICK-COUNT)
                 MOVE WS-PICK-COUNT TO WS-MENU-NUMBER
                 DISPLAY "  " WS-MENU-NUMBER "  "
                     WS-PRG-NAME (WS-PRG-SUB)
                     WS-PRG-DESC (WS-PRG-SUB)
              END-IF
           END-PERFORM.
           DISPLAY "PROGRAM (BLANK FOR THE AREA MENU): ".
           MOVE SPACES TO WS-ANSWER.
           ACCEPT WS-ANSWER.
           IF WS-ANSWER = SPACES
              SET AREA-DONE TO TRUE
              EXIT PARAGRAPH
           END-IF.
           MOVE WS-PICK-COUNT TO WS-CHOICE-LIMIT.
           PERFORM 2900-GET-CHOICE-NUMBER.
           IF WS-CHOICE = 0
              DISPLAY "NO SUCH PROGRAM - RE-ENTER"
              EXIT PARAGRAPH
           END-IF.
           MOVE WS-PICK-PRG (WS-CHOICE) TO WS-PRG-SUB.
           PERFORM 3000-LAUNCH-PROGRAM.

       2900-GET-CHOICE-NUMBER.
      * A ONE- OR TWO-DIGIT MENU NUMBER FROM 1 TO THE LIMIT; ANYTHING
      * ELSE COMES BACK AS ZERO.
           MOVE 0 TO WS-CHOICE.
           IF WS-ANSWER (1:1) IS NUMERIC
              AND WS-ANSWER (2:79) = SPACES
              MOVE WS-ANSWER (1:1) TO WS-CHOICE
           ELSE
              IF WS-ANSWER (1:2) IS NUMERIC
                 AND WS-ANSWER (3:78) = SPACES
                 MOVE WS-ANSWER (1:2) TO WS-CHOICE
              END-IF
           END-IF.
           IF WS-CHOICE > WS-CHOICE-LIMIT
              MOVE 0 TO WS-CHOICE
           END-IF.

       3000-LAUNCH-PROGRAM.
      * ASK THE PARAMETERS, CONFIRM, RUN.  NOTHING IS SET IN THE
      * ENVIRONMENT UNTIL THE OPERATOR HAS CONFIRMED THE RUN.
           MOVE WS-PRG-NAME (WS-PRG-SUB) TO WS-CALL-NAME.
           DISPLAY " ".
           DISPLAY WS-CALL-NAME WS-PRG-DESC (WS-PRG-SUB).
           PERFORM 3100-ASK-PARAMETERS.
           IF RUN-CANCELLED
              DISPLAY "OPMENURB: " WS-CALL-NAME " NOT RUN"
              EXIT PARAGRAPH
           END-IF.
           PERFORM 3300-CHECK-DESTRUCTIVE.
           PERFORM 3500-CONFIRM-RUN.
           IF NOT RUN-CONFIRMED
              DISPLAY "OPMENURB: " WS-CALL-NAME " NOT RUN"
              IF RUN-IS-DESTRUCTIVE
                 MOVE SPACES TO WS-AUDIT-TEXT
                 STRING "DECLINED " WS-CALL-NAME
                     DELIMITED BY SIZE INTO WS-AUDIT-TEXT
                 MOVE "OK" TO WS-AUDIT-STATUS
                 PERFORM 9900-WRITE-AUDIT-RECORD
              END-IF
              EXIT PARAGRAPH
           END-IF.
           PERFORM 3700-RUN-PROGRAM.

       3100-ASK-PARAMETERS.
           MOVE 0   TO WS-RUN-PARM-COUNT.
           MOVE "N" TO WS-CANCEL-SW.
           PERFORM VARYING WS-PRM-SUB FROM 1 BY 1
              UNTIL WS-PRM-SUB > WS-PRM-COUNT
                 OR RUN-CANCELLED
              IF WS-PRM-PROGRAM (WS-PRM-SUB) = WS-CALL-NAME
                 PERFORM 3200-ASK-ONE-PARAMETER
              END-IF
           END-PERFORM.

       3200-ASK-ONE-PARAMETER.
      * ASKED UNTIL THE ANSWER PASSES ITS CHECK OR THE OPERATOR
      * TYPES / TO GIVE UP ON THE RUN.
           ADD 1 TO WS-RUN-PARM-COUNT.
           MOVE WS-PRM-SUB TO WS-RUN-PRM-SUB (WS-RUN-PARM-COUNT).
           MOVE SPACES     TO WS-RUN-VALUE (WS-RUN-PARM-COUNT).
           PERFORM 3250-BUILD-PROMPT.
           MOVE "N" TO WS-FIELD-OK-SW.
           PERFORM UNTIL FIELD-ANSWER-OK
                      OR RUN-CANCELLED
              DISPLAY WS-PROMPT-LINE
              MOVE SPACES TO WS-ANSWER
              ACCEPT WS-ANSWER
              IF WS-ANSWER = "/"
                 SET RUN-CANCELLED TO TRUE
              ELSE
                 PERFORM 4000-EDIT-ANSWER
              END-IF
           END-PERFORM.
           MOVE WS-ANSWER TO WS-RUN-VALUE (WS-RUN-PARM-COUNT).

       3250-BUILD-PROMPT.
      * "<PROMPT> (<FORM>, REQUIRED|OPTIONAL): "
           EVALUATE WS-PRM-TYPE (WS-PRM-SUB)
              WHEN "Q" MOVE "1-4"      TO WS-PROMPT-HINT
              WHEN "Y" MOVE "CCYY"     TO WS-PROMPT-HINT
              WHEN "F" MOVE "CCYYPP"   TO WS-PROMPT-HINT
              WHEN "M" MOVE "CCYYMM"   TO WS-PROMPT-HINT
              WHEN "D" MOVE "CCYYMMDD" TO WS-PROMPT-HINT
              WHEN "P" MOVE "MMDDYY"   TO WS-PROMPT-HINT
              WHEN "S" MOVE "YYMMDD"   TO WS-PROMPT-HINT
              WHEN "T" MOVE "HHMMSS"   TO WS-PROMPT-HINT
              WHEN "L" MOVE WS-PRM-ALLOWED (WS-PRM-SUB)
                         TO WS-PROMPT-HINT
              WHEN "N" MOVE "DIGITS"   TO WS-PROMPT-HINT
              WHEN "A" MOVE "AMOUNT"   TO WS-PROMPT-HINT
              WHEN OTHER MOVE "TEXT"   TO WS-PROMPT-HINT
           END-EVALUATE.
           MOVE SPACES TO WS-PROMPT-LINE.
           IF PRM-IS-REQUIRED (WS-PRM-SUB)
              STRING WS-PRM-PROMPT (WS-PRM-SUB) DELIMITED BY "  "
                     " ("                       DELIMITED BY SIZE
                     WS-PROMPT-HINT             DELIMITED BY "  "
                     ", REQUIRED): "            DELIMITED BY SIZE
                     INTO WS-PROMPT-LINE
           ELSE
              STRING WS-PRM-PROMPT (WS-PRM-SUB) DELIMITED BY "  "
                     " ("                       DELIMITED BY SIZE
                     WS-PROMPT-HINT             DELIMITED BY "  "
                     ", OPTIONAL): "            DELIMITED BY SIZE
                     INTO WS-PROMPT-LINE
           END-IF.

       3300-CHECK-DESTRUCTIVE.
      * A RUN IS DESTRUCTIVE WHEN THE PROGRAM ALWAYS CHANGES THE BOOKS
      * OR ANY ANSWER IS ON ITS PARAMETER'S DESTRUCTIVE LIST.
           MOVE "N" TO WS-DESTRUCTIVE-SW.
           IF PRG-ALWAYS-CONFIRM (WS-PRG-SUB)
              SET RUN-IS-DESTRUCTIVE TO TRUE
           END-IF.
           PERFORM VARYING WS-RUN-SUB FROM 1 BY 1
              UNTIL WS-RUN-SUB > WS-RUN-PARM-COUNT
              MOVE WS-RUN-PRM-SUB (WS-RUN-SUB) TO WS-PRM-SUB
              PERFORM 3350-CHECK-ONE-ANSWER
           END-PERFORM.

       3350-CHECK-ONE-ANSWER.
           IF WS-PRM-DESTRUCTIVE (WS-PRM-SUB) = SPACES
              EXIT PARAGRAPH
           END-IF.
           IF WS-PRM-DESTRUCTIVE (WS-PRM-SUB) = "*"
              IF WS-RUN-VALUE (WS-RUN-SUB) NOT = SPACES
                 SET RUN-IS-DESTRUCTIVE TO TRUE
              END-IF
              EXIT PARAGRAPH
           END-IF.
           IF WS-RUN-VALUE (WS-RUN-SUB) = SPACES
              MOVE "_" TO WS-ANSWER
           ELSE
              MOVE WS-RUN-VALUE (WS-RUN-SUB) TO WS-ANSWER
           END-IF.
           MOVE WS-PRM-DESTRUCTIVE (WS-PRM-SUB) TO WS-ENV-VALUE.
           PERFORM 4750-FIND-IN-LIST.
           IF WS-TALLY > 0
              SET RUN-IS-DESTRUCTIVE TO TRUE
           END-IF.

       3500-CONFIRM-RUN.
      * SHOW THE RUN AS IT WILL GO.  A DESTRUCTIVE RUN SAYS WHAT IT
      * WILL DO AND TAKES YES TYPED OUT.
           MOVE "N" TO WS-CONFIRM-SW.
           DISPLAY " ".
           DISPLAY "RUN " WS-CALL-NAME "WITH:".
           IF WS-RUN-PARM-COUNT = 0
              DISPLAY "  (NO PARAMETERS)"
           END-IF.
           PERFORM VARYING WS-RUN-SUB FROM 1 BY 1
              UNTIL WS-RUN-SUB > WS-RUN-PARM-COUNT
              MOVE WS-RUN-PRM-SUB (WS-RUN-SUB) TO WS-PRM-SUB
              IF WS-RUN-VALUE (WS-RUN-SUB) = SPACES
                 DISPLAY "  " WS-PRM-VARIABLE (WS-PRM-SUB)
                     " (PROGRAM DEFAULT)"
              ELSE
                 DISPLAY "  " WS-PRM-VARIABLE (WS-PRM-SUB)
                     " " WS-RUN-VALUE (WS-RUN-SUB)
              END-IF
           END-PERFORM.
           IF TEST-SET-IN-USE
              DISPLAY "  AGAINST THE TEST DATA SET"
           END-IF.
           IF RUN-IS-DESTRUCTIVE
              MOVE SPACES TO WS-PROMPT-LINE
              STRING "*** THIS RUN "            DELIMITED BY SIZE
                     WS-PRG-WARNING (WS-PRG-SUB) DELIMITED BY "  "
                     " ***"                     DELIMITED BY SIZE
                     INTO WS-PROMPT-LINE
              DISPLAY WS-PROMPT-LINE
              DISPLAY "TYPE YES TO RUN IT: "
              MOVE SPACES TO WS-ANSWER
              ACCEPT WS-ANSWER
              INSPECT WS-ANSWER CONVERTING "esy" TO "ESY"
              IF WS-ANSWER = "YES"
                 SET RUN-CONFIRMED TO TRUE
              END-IF
           ELSE
              DISPLAY "RUN IT? (Y/N): "
              MOVE SPACES TO WS-ANSWER
              ACCEPT WS-ANSWER
              IF WS-ANSWER = "Y" OR "y"
                 SET RUN-CONFIRMED TO TRUE
              END-IF
           END-IF.

       3700-RUN-PROGRAM.
      * EVERY PARAMETER IS SET, BLANK ONES INCLUDED, SO NOTHING AN
      * EARLIER RUN SET CARRIES INTO THIS ONE.  THE PROGRAM IS
      * CANCELLED AFTERWARD SO THE NEXT RUN STARTS IT FRESH.
           SET ENVIRONMENT "OPS-USER-ID" TO WS-OPERATOR-ID.
           PERFORM VARYING WS-RUN-SUB FROM 1 BY 1
              UNTIL WS-RUN-SUB > WS-RUN-PARM-COUNT
              MOVE WS-RUN-PRM-SUB (WS-RUN-SUB) TO WS-PRM-SUB
              MOVE WS-PRM-VARIABLE (WS-PRM-SUB) TO WS-ENV-NAME
              MOVE WS-RUN-VALUE (WS-RUN-SUB)    TO WS-ENV-VALUE
              SET ENVIRONMENT WS-ENV-NAME TO WS-ENV-VALUE
              IF WS-ENV-VALUE NOT = SPACES
                 MOVE SPACES TO WS-AUDIT-TEXT
                 STRING WS-ENV-NAME  DELIMITED BY SPACE
                        "="          DELIMITED BY SIZE
                        WS-ENV-VALUE DELIMITED BY "  "
                        INTO WS-AUDIT-TEXT
                 MOVE "OK" TO WS-AUDIT-STATUS
                 PERFORM 9900-WRITE-AUDIT-RECORD
              END-IF
           END-PERFORM.
           DISPLAY "OPMENURB: STARTING " WS-CALL-NAME.
           MOVE "N" TO WS-NOT-INSTALLED-SW.
           MOVE 0   TO RETURN-CODE.
           CALL WS-CALL-NAME
              ON EXCEPTION
                 SET PROGRAM-NOT-INSTALLED TO TRUE
           END-CALL.
           IF PROGRAM-NOT-INSTALLED
              MOVE 16 TO WS-PROGRAM-RETURN-CODE
              DISPLAY "OPMENURB: " WS-CALL-NAME "IS NOT INSTALLED"
           ELSE
              MOVE RETURN-CODE TO WS-PROGRAM-RETURN-CODE
              CANCEL WS-CALL-NAME
           END-IF.
           MOVE 0 TO RETURN-CODE.
           ADD 1 TO WS-RUN-COUNT.
           IF WS-PROGRAM-RETURN-CODE > WS-HIGH-RETURN-CODE
              MOVE WS-PROGRAM-RETURN-CODE TO WS-HIGH-RETURN-CODE
           END-IF.
           MOVE WS-PROGRAM-RETURN-CODE TO WS-RC-DISPLAY.
           MOVE WS-PROGRAM-RETURN-CODE TO WS-RC-AUDIT.
           EVALUATE TRUE
              WHEN WS-PROGRAM-RETURN-CODE = 0
                 DISPLAY "OPMENURB: " WS-CALL-NAME "COMPLETE, "
                     "RETURN-CODE" WS-RC-DISPLAY
              WHEN WS-PROGRAM-RETURN-CODE > 0
               AND WS-PROGRAM-RETURN-CODE NOT > 4
                 DISPLAY "OPMENURB: " WS-CALL-NAME "COMPLETE WITH "
                     "WARNINGS, RETURN-CODE" WS-RC-DISPLAY
              WHEN WS-PROGRAM-RETURN-CODE > 4
               AND WS-PROGRAM-RETURN-CODE NOT > 8
                 DISPLAY "OPMENURB: " WS-CALL-NAME "COMPLETE WITH "
                     "ERRORS - CHECK ITS REPORT, RETURN-CODE"
                     WS-RC-DISPLAY
              WHEN OTHER
                 DISPLAY "OPMENURB: " WS-CALL-NAME "FAILED OR "
                     "REFUSED - SEE ITS MESSAGES, RETURN-CODE"
                     WS-RC-DISPLAY
           END-EVALUATE.
           MOVE SPACES TO WS-AUDIT-TEXT.
           STRING "RAN "          DELIMITED BY SIZE
                  WS-CALL-NAME    DELIMITED BY SPACE
                  " RC="          DELIMITED BY SIZE
                  WS-RC-AUDIT     DELIMITED BY SIZE
                  INTO WS-AUDIT-TEXT.
           IF WS-PROGRAM-RETURN-CODE = 0
              MOVE "OK" TO WS-AUDIT-STATUS
           ELSE
              MOVE "ER" TO WS-AUDIT-STATUS
           END-IF.
           PERFORM 9900-WRITE-AUDIT-RECORD.

       4000-EDIT-ANSWER.
      * BLANK IS THE PROGRAM DEFAULT UNLESS THE PARAMETER IS
      * REQUIRED; OTHERWISE THE ANSWER MUST FIT AND PASS ITS CHECK.
           SET FIELD-ANSWER-OK TO TRUE.
           IF WS-ANSWER = SPACES
              IF PRM-IS-REQUIRED (WS-PRM-SUB)
                 DISPLAY "AN ANSWER IS REQUIRED (/ TO CANCEL THE "
                     "RUN) - RE-ENTER"
                 MOVE "N" TO WS-FIELD-OK-SW
              END-IF
              EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-ANSWER-LEN FROM 80 BY -1
              UNTIL WS-ANSWER-LEN = 0
                 OR WS-ANSWER (WS-ANSWER-LEN:1) NOT = SPACE
           END-PERFORM.
           IF WS-ANSWER-LEN > WS-PRM-MAX-LEN (WS-PRM-SUB)
              DISPLAY "NO MORE THAN " WS-PRM-MAX-LEN (WS-PRM-SUB)
                  " CHARACTERS - RE-ENTER"
              MOVE "N" TO WS-FIELD-OK-SW
              EXIT PARAGRAPH
           END-IF.
           EVALUATE WS-PRM-TYPE (WS-PRM-SUB)
              WHEN "Q"
                 PERFORM 4100-EDIT-QUARTER
              WHEN "Y"
                 PERFORM 4200-EDIT-YEAR
              WHEN "F"
                 PERFORM 4300-EDIT-FISCAL-PERIOD
              WHEN "M"
                 PERFORM 4400-EDIT-MONTH
              WHEN "D"
              WHEN "P"
              WHEN "S"
                 PERFORM 4500-EDIT-DATE
              WHEN "T"
                 PERFORM 4600-EDIT-TIME
              WHEN "L"
                 PERFORM 4700-EDIT-ALLOWED
              WHEN "N"
                 PERFORM 4800-EDIT-DIGITS
              WHEN "A"
                 PERFORM 4850-EDIT-AMOUNT
           END-EVALUATE.

       4100-EDIT-QUARTER.
           IF WS-ANSWER (1:1) < "1" OR WS-ANSWER (1:1) > "4"
              DISPLAY "QUARTER MUST BE 1, 2, 3 OR 4 - RE-ENTER"
              MOVE "N" TO WS-FIELD-OK-SW
           END-IF.

       4200-EDIT-YEAR.
           IF WS-ANSWER-LEN NOT = 4
              OR WS-ANSWER (1:4) IS NOT NUMERIC
              DISPLAY "YEAR MUST BE FOUR DIGITS, CCYY - RE-ENTER"
              MOVE "N" TO WS-FIELD-OK-SW
              EXIT PARAGRAPH
           END-IF.
           MOVE WS-ANSWER (1:4) TO WS-EDIT-CCYY.
           IF WS-EDIT-CCYY < 2000
              OR WS-EDIT-CCYY > WS-LAST-YEAR-ALLOWED
              DISPLAY "YEAR MUST BE 2000 THROUGH "
                  WS-LAST-YEAR-ALLOWED " - RE-ENTER"
              MOVE "N" TO WS-FIELD-OK-SW
           END-IF.

       4300-EDIT-FISCAL-PERIOD.
           IF WS-ANSWER-LEN NOT = 6
              OR WS-ANSWER (1:6) IS NOT NUMERIC
              DISPLAY "FISCAL PERIOD MUST BE SIX DIGITS, CCYYPP - "
                  "RE-ENTER"
              MOVE "N" TO WS-FIELD-OK-SW
              EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-FISCAL-SUB FROM 1 BY 1
              UNTIL WS-FISCAL-SUB > WS-FISCAL-COUNT
                 OR WS-FISCAL-PERIOD (WS-FISCAL-SUB)
                    = WS-ANSWER (1:6)
           END-PERFORM.
           IF WS-FISCAL-SUB > WS-FISCAL-COUNT
              DISPLAY "PERIOD " WS-ANSWER (1:6)
                  " IS NOT ON THE FISCAL CALENDAR - RE-ENTER"
              MOVE "N" TO WS-FIELD-OK-SW
           END-IF.

       4400-EDIT-MONTH.
           IF WS-ANSWER-LEN NOT = 6
              OR WS-ANSWER (1:6) IS NOT NUMERIC
              DISPLAY "MONTH MUST BE SIX DIGITS, CCYYMM - RE-ENTER"
              MOVE "N" TO WS-FIELD-OK-SW
              EXIT PARAGRAPH
           END-IF.
           MOVE WS-ANSWER (1:4) TO WS-EDIT-CCYY.
           MOVE WS-ANSWER (5:2) TO WS-EDIT-MM.
           IF WS-EDIT-CCYY < 1900
              OR WS-EDIT-MM < 1 OR WS-EDIT-MM > 12
              DISPLAY "NOT A REAL MONTH, CCYYMM - RE-ENTER"
              MOVE "N" TO WS-FIELD-OK-SW
           END-IF.

       4500-EDIT-DATE.
      * ALL THREE DATE FORMS ARE CHECKED AS CCYYMMDD; TWO-DIGIT YEARS
      * ARE 20YY, AS THE PROGRAMS THAT TAKE THEM READ THEM.
           IF WS-ANSWER-LEN NOT = WS-PRM-MAX-LEN (WS-PRM-SUB)
              OR WS-ANSWER (1:WS-ANSWER-LEN) IS NOT NUMERIC
              DISPLAY "DATE MUST BE " WS-PROMPT-HINT " - RE-ENTER"
              MOVE "N" TO WS-FIELD-OK-SW
              EXIT PARAGRAPH
           END-IF.
           EVALUATE WS-PRM-TYPE (WS-PRM-SUB)
              WHEN "D"
                 MOVE WS-ANSWER (1:8) TO WS-EDIT-DATE
              WHEN "P"
                 MOVE 2000            TO WS-EDIT-CCYY
                 MOVE WS-ANSWER (5:2) TO WS-EDIT-CCYY (3:2)
                 MOVE WS-ANSWER (1:2) TO WS-EDIT-MM
                 MOVE WS-ANSWER (3:2) TO WS-EDIT-DD
              WHEN "S"
                 MOVE 2000            TO WS-EDIT-CCYY
                 MOVE WS-ANSWER (1:2) TO WS-EDIT-CCYY (3:2)
                 MOVE WS-ANSWER (3:2) TO WS-EDIT-MM
                 MOVE WS-ANSWER (5:2) TO WS-EDIT-DD
           END-EVALUATE.
           PERFORM 4550-CHECK-REAL-DATE.
           IF NOT FIELD-ANSWER-OK
              DISPLAY "NOT A REAL DATE - RE-ENTER"
              EXIT PARAGRAPH
           END-IF.
           MOVE "W"            TO DFN-FUNCTION-CODE.
           MOVE WS-EDIT-DATE-N TO DFN-DATE-1.
           CALL "DATESRVRB" USING DATEFUN-PARMS.
           IF DFN-OK
              AND DFN-DAY-COUNT > 0 AND DFN-DAY-COUNT < 8
              DISPLAY "  " WS-EDIT-CCYY "-" WS-EDIT-MM "-" WS-EDIT-DD
                  " IS A " WS-WEEKDAY-NAME (DFN-DAY-COUNT)
           END-IF.

       4550-CHECK-REAL-DATE.
           IF WS-EDIT-CCYY < 1900
              OR WS-EDIT-MM < 1 OR WS-EDIT-MM > 12
              MOVE "N" TO WS-FIELD-OK-SW
              EXIT PARAGRAPH
           END-IF.
           MOVE WS-MONTH-DAYS (WS-EDIT-MM) TO WS-DAYS-IN-MONTH.
           IF WS-EDIT-MM = 2
              DIVIDE WS-EDIT-CCYY BY 4 GIVING WS-LEAP-QUOTIENT
                     REMAINDER WS-LEAP-REMAINDER
              IF WS-LEAP-REMAINDER NOT = 0
                 MOVE 28 TO WS-DAYS-IN-MONTH
              ELSE
                 DIVIDE WS-EDIT-CCYY BY 100 GIVING WS-LEAP-QUOTIENT
                        REMAINDER WS-LEAP-REMAINDER
                 IF WS-LEAP-REMAINDER = 0
                    DIVIDE WS-EDIT-CCYY BY 400
                           GIVING WS-LEAP-QUOTIENT
                           REMAINDER WS-LEAP-REMAINDER
                    IF WS-LEAP-REMAINDER NOT = 0
                       MOVE 28 TO WS-DAYS-IN-MONTH
                    END-IF
                 END-IF
              END-IF
           END-IF.
           IF WS-EDIT-DD < 1 OR WS-EDIT-DD > WS-DAYS-IN-MONTH
              MOVE "N" TO WS-FIELD-OK-SW
           END-IF.

       4600-EDIT-TIME.
           IF WS-ANSWER-LEN NOT = 6
              OR WS-ANSWER (1:6) IS NOT NUMERIC
              DISPLAY "TIME MUST BE SIX DIGITS, HHMMSS - RE-ENTER"
              MOVE "N" TO WS-FIELD-OK-SW
              EXIT PARAGRAPH
           END-IF.
           MOVE WS-ANSWER (1:6) TO WS-EDIT-TIME.
           IF WS-EDIT-HH > 23 OR WS-EDIT-MI > 59 OR WS-EDIT-SS > 59
              DISPLAY "NOT A REAL TIME, HHMMSS - RE-ENTER"
              MOVE "N" TO WS-FIELD-OK-SW
           END-IF.

       4700-EDIT-ALLOWED.
           INSPECT WS-ANSWER CONVERTING
                   "abcdefghijklmnopqrstuvwxyz"
                TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           MOVE WS-PRM-ALLOWED (WS-PRM-SUB) TO WS-ENV-VALUE.
           PERFORM 4750-FIND-IN-LIST.
           IF WS-TALLY = 0
              DISPLAY "MUST BE ONE OF " WS-PRM-ALLOWED (WS-PRM-SUB)
                  " - RE-ENTER"
              MOVE "N" TO WS-FIELD-OK-SW
           END-IF.

       4750-FIND-IN-LIST.
      * IS THE ANSWER ONE OF THE WORDS IN WS-ENV-VALUE?  BOTH ARE
      * SPACE-PADDED FIRST SO ONLY A WHOLE WORD MATCHES.
           MOVE 0 TO WS-TALLY.
           PERFORM VARYING WS-WORD-LEN FROM 80 BY -1
              UNTIL WS-WORD-LEN = 0
                 OR WS-ANSWER (WS-WORD-LEN:1) NOT = SPACE
           END-PERFORM.
           IF WS-WORD-LEN = 0 OR WS-WORD-LEN > 24
              EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-LIST-PADDED.
           MOVE WS-ENV-VALUE (1:24) TO WS-LIST-PADDED (2:24).
           MOVE SPACES TO WS-WORD-PADDED.
           MOVE WS-ANSWER (1:WS-WORD-LEN)
             TO WS-WORD-PADDED (2:WS-WORD-LEN).
           ADD 2 TO WS-WORD-LEN.
           INSPECT WS-LIST-PADDED TALLYING WS-TALLY
                   FOR ALL WS-WORD-PADDED (1:WS-WORD-LEN).

       4800-EDIT-DIGITS.
           IF WS-ANSWER (1:WS-ANSWER-LEN) IS NOT NUMERIC
              DISPLAY "DIGITS ONLY - RE-ENTER"
              MOVE "N" TO WS-FIELD-OK-SW
           END-IF.

       4850-EDIT-AMOUNT.
           IF FUNCTION TEST-NUMVAL (WS-ANSWER (1:WS-ANSWER-LEN))
              NOT = 0
              DISPLAY "NOT AN AMOUNT - RE-ENTER"
              MOVE "N" TO WS-FIELD-OK-SW
           END-IF.

       6000-LOAD-TEST-SETTINGS.
      * EVERY VARIABLE ON TSTSETRB'S TESTENV.DAT IS SET FOR THE REST
      * OF THE SESSION.  THEY ARE NOT UNDONE - SIGNING OFF IS THE WAY
      * BACK TO PRODUCTION.
           IF TEST-SET-IN-USE
              DISPLAY "OPMENURB: TEST SETTINGS ALREADY LOADED"
              EXIT PARAGRAPH
           END-IF.
           DISPLAY "TEST SETTINGS FILE " WS-TEST-ENV-PATH.
           DISPLAY "EVERY RUN FOR THE REST OF THIS SESSION WILL USE "
               "THE TEST DATA SET.  LOAD IT? (Y/N): ".
           MOVE SPACES TO WS-ANSWER.
           ACCEPT WS-ANSWER.
           IF WS-ANSWER NOT = "Y" AND WS-ANSWER NOT = "y"
              EXIT PARAGRAPH
           END-IF.
           OPEN INPUT TEST-ENV-FILE.
           IF NOT TEST-ENV-SUCCESSFUL
              DISPLAY "OPMENURB: TEST SETTINGS FILE NOT FOUND - "
                  "BUILD THE TEST SET WITH TSTSETRB FIRST"
              EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO WS-TEST-SETTING-COUNT.
           PERFORM UNTIL END-OF-TEST-ENV
              READ TEST-ENV-FILE INTO TEST-ENV-LINE
                 AT END
                    SET END-OF-TEST-ENV TO TRUE
                 NOT AT END
                    IF TEV-VARIABLE NOT = SPACES
                       SET ENVIRONMENT TEV-VARIABLE TO TEV-VALUE
                       ADD 1 TO WS-TEST-SETTING-COUNT
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE TEST-ENV-FILE.
           SET TEST-SET-IN-USE TO TRUE.
           DISPLAY "OPMENURB: " WS-TEST-SETTING-COUNT
               " TEST SETTINGS LOADED".
           MOVE SPACES TO WS-AUDIT-TEXT.
           STRING "TEST SETTINGS LOADED "  DELIMITED BY SIZE
                  WS-TEST-SETTING-COUNT    DELIMITED BY SIZE
                  INTO WS-AUDIT-TEXT.
           MOVE "OK" TO WS-AUDIT-STATUS.
           PERFORM 9900-WRITE-AUDIT-RECORD.

       9800-SIGN-OFF.
           DISPLAY "OPMENURB: " WS-OPERATOR-ID " SIGNED OFF, "
               WS-RUN-COUNT " PROGRAMS RUN".
           MOVE SPACES TO WS-AUDIT-TEXT.
           STRING "SIGNED OFF RUNS=" DELIMITED BY SIZE
                  WS-RUN-COUNT       DELIMITED BY SIZE
                  INTO WS-AUDIT-TEXT.
           IF WS-HIGH-RETURN-CODE = 0
              MOVE "OK" TO WS-AUDIT-STATUS
           ELSE
              MOVE "ER" TO WS-AUDIT-STATUS
           END-IF.
           PERFORM 9900-WRITE-AUDIT-RECORD.

       9900-WRITE-AUDIT-RECORD.
      * ONE LINE PER SIGN-ON, PARAMETER SET, RUN AND SIGN-OFF.  THE
      * TRAIL IS OPENED AND CLOSED EACH TIME SO THE PROGRAMS THE MENU
      * RUNS CAN APPEND THEIR OWN LINES IN BETWEEN.
           OPEN EXTEND AUDIT-TRAIL-FILE.
           IF NOT GOOD-AUDIT-TRAIL-WRITE
              CLOSE AUDIT-TRAIL-FILE
              OPEN OUTPUT AUDIT-TRAIL-FILE
           END-IF.
           ACCEPT WS-RUN-TIME FROM TIME.
           MOVE "OPMENURB"           TO AUD-PROGRAM-NAME.
           MOVE WS-RUN-DATE          TO AUD-RUN-DATE.
           MOVE WS-RUN-TIME          TO AUD-RUN-TIME.
           MOVE 0                    TO AUD-RECORDS-READ.
           MOVE 0                    TO AUD-RECORDS-WRITTEN.
           MOVE WS-AUDIT-TEXT        TO AUD-KEY-TOTALS.
           MOVE WS-AUDIT-STATUS      TO AUD-COMPLETION-STATUS.
           MOVE WS-OPERATOR-ID       TO AUD-USER-ID.
           WRITE AUDIT-TRAIL-RECORD FROM AUDIT-TRAIL-LINE.
           CLOSE AUDIT-TRAIL-FILE.
