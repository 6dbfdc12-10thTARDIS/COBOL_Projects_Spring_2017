       IDENTIFICATION DIVISION.
       PROGRAM-ID.    GLBVARRB.
       AUTHOR.        RYAN BROOKS
      * BUDGET VERSUS ACTUAL.  SETS THE LEDGER MASTER'S ACTUALS
      * (GLLEDGER.DAT) AGAINST THE BUDGET MASTER GLBUDMRB KEEPS
      * (GLBUDGET.DAT) FOR ONE FISCAL PERIOD AND FOR THE YEAR TO DATE
      * THROUGH IT, ACCOUNT BY ACCOUNT WITHIN THE INCOME STATEMENT
      * SECTIONS GLSTMTRB PRINTS (REVENUE, COST OF GOODS SOLD,
      * PAYROLL EXPENSE, OTHER EXPENSE), WITH SECTION TOTALS AND NET
      * INCOME.  THE SALARY EXPENSE ACCOUNTS (THE 61 SERIES, DEPT IN
      * THE LAST FOUR DIGITS) ARE THEN ROLLED UP BY DEPARTMENT.
      *
      * AMOUNTS ARE ON THE ACCOUNT'S NATURAL SIDE AND PRINT IN WHOLE
      * DOLLARS.  VARIANCE IS ACTUAL LESS BUDGET; VARIANCE PERCENT IS
      * VARIANCE OVER BUDGET, "N/B" WHEN THERE IS NO BUDGET.  A LINE
      * IS FLAGGED WHEN IT RUNS AGAINST BUDGET BY MORE THAN THE FLAG
      * PERCENT IN THE PERIOD OR THE YEAR TO DATE - "OVER" FOR COSTS
      * ABOVE BUDGET, "SHORT" FOR REVENUE OR NET INCOME BELOW IT - AND
      * THE OFFENDING VARIANCE PERCENT IS STARRED.  SPENDING WITH NO
      * BUDGET AT ALL IS ALWAYS OVER.
      *
      * A BUDGETED ACCOUNT THAT IS NOT AN INCOME STATEMENT ACCOUNT ON
      * THE CHART (GLCHART.DAT), AND ANY LEDGER ACCOUNT NOT ON THE
      * CHART, PRINTS IN AN UNCLASSIFIED SECTION OUTSIDE NET INCOME.
      *
      * GLBVARRB-PERIOD (CCYYPP) NAMES THE PERIOD; LEFT UNSET IT IS
      * THE FISCAL PERIOD HOLDING TODAY, OR THE CALENDAR MONTH WHEN
      * THE FISCAL CALENDAR HAS NO ROW.  GLBVARRB-FLAG-PCT SETS THE
      * FLAG PERCENT (DEFAULT 10).

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GL-LEDGER-FILE ASSIGN DYNAMIC
                 WS-GL-LEDGER-PATH
             organization is line sequential
             file status is WS-GL-LEDGER-STATUS.
           SELECT GL-BUDGET-FILE ASSIGN DYNAMIC
                 WS-GL-BUDGET-PATH
             organization is line sequential
             file status is WS-GL-BUDGET-STATUS.
           SELECT GL-CHART-FILE ASSIGN DYNAMIC
                 WS-GL-CHART-PATH
             organization is line sequential
             file status is WS-GL-CHART-STATUS.
           SELECT VARIANCE-REPORT
             ASSIGN DYNAMIC WS-VARIANCE-PATH
             organization is LINE sequential
             file status is WS-VARIANCE-STATUS.
           SELECT AUDIT-TRAIL-FILE ASSIGN DYNAMIC
                 WS-AUDIT-TRAIL-PATH
             organization is line sequential
             file status is WS-AUDIT-TRAIL-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  GL-LEDGER-FILE
           RECORDING MODE IS F
           DATA RECORD IS GL-LEDGER-RECORD.
       01 GL-LEDGER-RECORD.
           05  GLL-ACCOUNT              PIC X(08).
           05  GLL-PERIOD               PIC X(06).
           05  GLL-DEBITS               PIC 9(11)V99.
           05  GLL-CREDITS              PIC 9(11)V99.

       FD  GL-BUDGET-FILE
           RECORDING MODE IS F
           DATA RECORD IS GL-BUDGET-RECORD.
       01 GL-BUDGET-RECORD.
           05  GLB-ACCOUNT              PIC X(08).
           05  GLB-PERIOD               PIC X(06).
           05  GLB-AMOUNT               PIC 9(11)V99.

       FD  GL-CHART-FILE
           RECORDING MODE IS F
           DATA RECORD IS GL-CHART-RECORD.
       01 GL-CHART-RECORD.
           05  GLC-ACCOUNT              PIC X(08).
           05  FILLER                   PIC X(01).
           05  GLC-NAME                 PIC X(30).
           05  FILLER                   PIC X(01).
           05  GLC-TYPE                 PIC X(01).
           05  FILLER                   PIC X(01).
           05  GLC-SECTION              PIC X(02).

       FD  VARIANCE-REPORT
           RECORDING MODE IS F
           DATA RECORD IS VARIANCE-RECORD.
       01 VARIANCE-RECORD                PIC X(133).

       FD  AUDIT-TRAIL-FILE
           RECORDING MODE IS F
           DATA RECORD IS AUDIT-TRAIL-RECORD.
       01 AUDIT-TRAIL-RECORD             PIC X(89).

       WORKING-STORAGE SECTION.
      * FILE PATHS - DEFAULT TO THE PATHS BELOW, BUT CAN BE OVERRIDDEN
      * AT RUN TIME BY SETTING THE MATCHING ENVIRONMENT VARIABLE
      * BEFORE STARTING THE PROGRAM (SEE 0500-GET-FILE-PATHS):
        01 WS-FILE-PATHS.
           05 WS-GL-LEDGER-PATH         PIC X(80)
                VALUE "C:\Users\Ryan\Desktop\GLLEDGER.DAT".
           05 WS-GL-BUDGET-PATH         PIC X(80)
                VALUE "C:\Users\Ryan\Desktop\GLBUDGET.DAT".
           05 WS-GL-CHART-PATH          PIC X(80)
                VALUE "C:\Users\Ryan\Desktop\GLCHART.DAT".
           05 WS-VARIANCE-PATH          PIC X(80)
                VALUE "C:\Users\Ryan\Desktop\GLBUDVAR.rpt".
           05 WS-AUDIT-TRAIL-PATH       PIC X(80)
                VALUE "C:\Users\Ryan\Desktop\OPS-AUDIT-TRAIL.LOG".
           05 WS-ENV-PATH-OVERRIDE      PIC X(80).

      * File status
        COPY "FILESTAT.cpy" REPLACING
            ==STATUS-FIELD==   BY ==WS-GL-LEDGER-STATUS==
            ==STATUS-OK==      BY ==GL-LEDGER-SUCCESSFUL==
            ==STATUS-EOF==     BY ==END-OF-GL-LEDGER==
            ==STATUS-INVALID== BY ==INVALID-VALUE-IN-FILE==.
        01 WS-GL-BUDGET-STATUS          pic X(02).
           88 GL-BUDGET-SUCCESSFUL         VALUE "00".
           88 END-OF-GL-BUDGET             VALUE "10".
        01 WS-GL-CHART-STATUS           pic X(02).
           88 GL-CHART-SUCCESSFUL          VALUE "00".
           88 END-OF-GL-CHART              VALUE "10".
        01 WS-VARIANCE-STATUS           pic X(02).
           88 GOOD-REPORT-WRITE            VALUE "00".
        01 WS-AUDIT-TRAIL-STATUS        pic X(02).
           88 GOOD-AUDIT-TRAIL-WRITE       VALUE "00".

        COPY "DATEFUN.cpy".

      * THE REPORT PERIOD AND THE START OF ITS FISCAL YEAR.  AMOUNT
      * COLUMN 1 IS THE PERIOD, COLUMN 2 THE YEAR TO DATE.
        01 WS-REPORT-PERIOD             PIC X(06) VALUE SPACES.
        01 WS-PERIOD-WORK.
           05 WS-PERIOD-CCYY            PIC 9(04).
           05 WS-PERIOD-PP              PIC 9(02).
        01 WS-YEAR-START                PIC X(06) VALUE SPACES.
        01 WS-COL-SUB                   PIC 9(01) VALUE 0.

      * THE FLAG PERCENT.
        01 WS-FLAG-PCT-PARM             PIC X(06) VALUE SPACES.
        01 WS-FLAG-PCT                  PIC 9(03)V9 VALUE 10.
        01 WS-FLAG-PCT-FORMAT           PIC ZZ9.9.

      * THE CHART OF ACCOUNTS.
        01 WS-CHART-COUNT               PIC 9(03) COMP VALUE 0.
        01 WS-CHART-TABLE.
           05 WS-CHART-ENTRY OCCURS 0 TO 500 TIMES
                DEPENDING ON WS-CHART-COUNT.
              10 TABLE-GLC-ACCOUNT      PIC X(08).
              10 TABLE-GLC-NAME         PIC X(30).
              10 TABLE-GLC-TYPE         PIC X(01).
        01 WS-CHART-SUB                 PIC 9(03) COMP VALUE 0.

      * ONE ROW PER ACCOUNT ON THE REPORT - EVERY INCOME STATEMENT
      * ACCOUNT ON THE CHART, IN CHART ORDER, THEN ANY OTHER ACCOUNT
      * A BUDGET OR LEDGER ROW BRINGS IN.
        01 WS-ACCT-COUNT                PIC 9(03) COMP VALUE 0.
        01 WS-ACCT-TABLE.
           05 WS-ACCT-ENTRY OCCURS 0 TO 500 TIMES
                DEPENDING ON WS-ACCT-COUNT.
              10 TABLE-ACC-ACCOUNT      PIC X(08).
              10 TABLE-ACC-NAME         PIC X(30).
              10 TABLE-ACC-TYPE         PIC X(01).
                 88 TABLE-ACC-CREDIT-SIDE  VALUE "R" "L" "C".
              10 TABLE-ACC-SECTION      PIC X(02).
              10 TABLE-ACC-ACTUAL       PIC S9(12)V99
                                        OCCURS 2 TIMES.
              10 TABLE-ACC-BUDGET       PIC S9(12)V99
                                        OCCURS 2 TIMES.
        01 WS-ACCT-SUB                  PIC 9(03) COMP VALUE 0.

      * REPORT SECTIONS IN PRINT ORDER.  THE SIDE IS C WHEN MORE IS
      * BETTER (REVENUE), D WHEN LESS IS BETTER (COSTS).
        01 WS-SECTION-VALUES.
           05 FILLER PIC X(33)
              VALUE "RVCREVENUE                       ".
           05 FILLER PIC X(33)
              VALUE "CGDCOST OF GOODS SOLD            ".
           05 FILLER PIC X(33)
              VALUE "PYDPAYROLL EXPENSE               ".
           05 FILLER PIC X(33)
              VALUE "OXDOTHER EXPENSE                 ".
           05 FILLER PIC X(33)
              VALUE "UNDUNCLASSIFIED                  ".
        01 WS-SECTION-TABLE REDEFINES WS-SECTION-VALUES.
           05 WS-SECTION-ENTRY OCCURS 5 TIMES.
              10 TABLE-SEC-CODE         PIC X(02).
              10 TABLE-SEC-SIDE         PIC X(01).
              10 TABLE-SEC-TITLE        PIC X(30).
        01 WS-SEC-SUB                   PIC 9(01) VALUE 0.
        01 WS-SEC-TOTALS.
           05 WS-SEC-TOTAL-ENTRY OCCURS 5 TIMES.
              10 WS-SEC-ACTUAL          PIC S9(12)V99
                                        OCCURS 2 TIMES.
              10 WS-SEC-BUDGET          PIC S9(12)V99
                                        OCCURS 2 TIMES.
        01 WS-SEC-ACCOUNTS              PIC 9(03) VALUE 0.

      * SALARY EXPENSE BY DEPARTMENT - THE 61 SERIES, DEPT IN THE
      * ACCOUNT'S LAST FOUR DIGITS.
        01 WS-DEPT-COUNT                PIC 9(03) VALUE 0.
        01 WS-DEPT-TABLE.
           05 WS-DEPT-ENTRY OCCURS 100 TIMES.
              10 TABLE-DEPT-CODE        PIC X(04).
              10 TABLE-DEPT-ACTUAL      PIC S9(12)V99
                                        OCCURS 2 TIMES.
              10 TABLE-DEPT-BUDGET      PIC S9(12)V99
                                        OCCURS 2 TIMES.
        01 WS-DEPT-SUB                  PIC 9(03) VALUE 0.

      * ONE PRINT LINE'S FIGURES, SET BY THE CALLER OF 7200.
        01 WS-LINE-FIGURES.
           05 WS-LINE-ACTUAL            PIC S9(12)V99
                                        OCCURS 2 TIMES.
           05 WS-LINE-BUDGET            PIC S9(12)V99
                                        OCCURS 2 TIMES.
           05 WS-LINE-TOTALS            PIC S9(12)V99
                                        OCCURS 4 TIMES.
        01 WS-LINE-SIDE-SW              PIC X(01) VALUE "D".
           88 LINE-MORE-IS-BETTER          VALUE "C".
        01 WS-LINE-FLAG-SW              PIC X(01) VALUE "N".
           88 LINE-FLAGGED                 VALUE "Y".
        01 WS-VARIANCE                  PIC S9(12)V99 VALUE 0.
        01 WS-VARIANCE-PCT              PIC S9(07)V9 VALUE 0.
        01 WS-WHOLE-DOLLARS             PIC S9(12) VALUE 0.
        01 WS-NATURAL-AMOUNT            PIC S9(12)V99 VALUE 0.
        01 WS-NET-ACTUAL                PIC S9(12)V99
                                        OCCURS 2 TIMES.
        01 WS-NET-BUDGET                PIC S9(12)V99
                                        OCCURS 2 TIMES.

        01 WS-LEDGER-ROWS-READ          PIC 9(05) VALUE 0.
        01 WS-BUDGET-ROWS-READ          PIC 9(05) VALUE 0.
        01 WS-ACCOUNTS-PRINTED          PIC 9(05) VALUE 0.
        01 WS-LINES-FLAGGED             PIC 9(05) VALUE 0.
        01 WS-RUN-DATE                  PIC X(08).
        01 WS-RUN-TIME                  PIC 9(08) VALUE 0.
        COPY "AUDITTRL.cpy".

       01  PAGE-HDG-01.
           05 PAGE-HDG-01-CC         PIC X(01) VALUE SPACE.
           05 FILLER                 PIC X(40) VALUE SPACES.
           05 FILLER                 PIC X(26)
              VALUE "BUDGET VERSUS ACTUAL  ".
           05 FILLER                 PIC X(08) VALUE "PERIOD: ".
           05 PAGE-HDG-01-PERIOD     PIC X(06).
           05 FILLER                 PIC X(30) VALUE SPACES.
           05 FILLER                 PIC X(06) VALUE "PAGE: ".
           05 PAGE-HDG-01-PAGE       PIC ZZ9.
       01  PAGE-HDG-02.
           05 PAGE-HDG-02-CC         PIC X(01) VALUE SPACE.
           05 FILLER                 PIC X(34) VALUE SPACES.
           05 FILLER                 PIC X(22)
              VALUE "IN WHOLE DOLLARS      ".
           05 FILLER                 PIC X(10) VALUE "RUN DATE: ".
           05 PAGE-HDG-02-DATE       PIC XX/XX/XXXX.
           05 FILLER                 PIC X(04) VALUE SPACES.
           05 FILLER                 PIC X(20)
              VALUE "FLAG WHEN OFF BY >  ".
           05 PAGE-HDG-02-PCT        PIC ZZ9.9.
           05 FILLER                 PIC X(01) VALUE "%".
       01  PAGE-HDG-03.
           05 PAGE-HDG-03-CC         PIC X(01) VALUE SPACE.
           05 FILLER                 PIC X(35) VALUE SPACES.
           05 FILLER                 PIC X(45)
              VALUE " -------------------- PERIOD ---------------".
           05 FILLER                 PIC X(45)
              VALUE " ---------------- YEAR TO DATE -------------".
       01  PAGE-HDG-04.
           05 PAGE-HDG-04-CC         PIC X(01) VALUE SPACE.
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 FILLER                 PIC X(33)
              VALUE "ACCOUNT  ACCOUNT NAME".
           05 FILLER                 PIC X(45)
              VALUE "      ACTUAL      BUDGET    VARIANCE   VAR % ".
           05 FILLER                 PIC X(45)
              VALUE "      ACTUAL      BUDGET    VARIANCE   VAR % ".
           05 FILLER                 PIC X(07) VALUE "  FLAG".

       01  DETAIL-LINE-VARIANCE.
           05 DTL-CC                 PIC X(01) VALUE SPACE.
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 DTL-ACCOUNT            PIC X(08).
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 DTL-ACCT-NAME          PIC X(24).
           05 DTL-COLUMN-GROUP OCCURS 2 TIMES.
              10 FILLER              PIC X(01) VALUE SPACES.
              10 DTL-ACTUAL          PIC ZZ,ZZZ,ZZ9-.
              10 FILLER              PIC X(01) VALUE SPACES.
              10 DTL-BUDGET          PIC ZZ,ZZZ,ZZ9-.
              10 FILLER              PIC X(01) VALUE SPACES.
              10 DTL-VARIANCE        PIC ZZ,ZZZ,ZZ9-.
              10 FILLER              PIC X(01) VALUE SPACES.
              10 DTL-PCT             PIC ZZZ9.9-.
              10 DTL-PCT-X REDEFINES DTL-PCT
                                     PIC X(07).
              10 DTL-PCT-MARK        PIC X(01).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 DTL-FLAG               PIC X(05).

       01  SECTION-HDG.
           05 SEC-CC                 PIC X(01) VALUE SPACE.
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 SEC-TEXT               PIC X(40).

       01  DETAIL-LINE-LINE.
           05 FILLER                 PIC X(35) VALUE SPACES.
           05 FILLER                 PIC X(90) VALUE ALL "_".

       01  TOTALS-LINE.
           05 TOTAL-LINE-CC          PIC X(01) VALUE SPACE.
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 FILLER                 PIC X(18)
              VALUE "ACCOUNTS PRINTED: ".
           05 TOTAL-ACCOUNTS         PIC ZZ,ZZ9.
           05 FILLER                 PIC X(04) VALUE SPACES.
           05 FILLER                 PIC X(15) VALUE "LINES FLAGGED: ".
           05 TOTAL-FLAGGED          PIC ZZ,ZZ9.

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

           DISPLAY "GLBVARRB FOR RYAN BROOKS".

           PERFORM 1000-INITIALIZE.
           PERFORM 2000-READ-LEDGER-ROW.

           perform until END-OF-GL-LEDGER
              perform 3000-ROLL-UP-ROW THRU 3000-EXIT
              perform 2000-READ-LEDGER-ROW
           END-PERFORM.

           PERFORM 5000-PRINT-SECTIONS.
           PERFORM 5500-PRINT-DEPARTMENTS THRU 5500-EXIT.
           perform 9000-CREATE-REPORT-TOTAL-LINE.

           display "LEDGER ROWS READ:            " WS-LEDGER-ROWS-READ.
           display "BUDGET ROWS READ:            " WS-BUDGET-ROWS-READ.
           display "ACCOUNTS PRINTED:            " WS-ACCOUNTS-PRINTED.
           display "LINES FLAGGED:               " WS-LINES-FLAGGED.

           PERFORM 9900-WRITE-AUDIT-RECORD.

           close GL-LEDGER-FILE
                 VARIANCE-REPORT
                 AUDIT-TRAIL-FILE.

           GOBACK.

       0500-GET-FILE-PATHS.
      * OVERRIDE THE DEFAULT FILE PATHS IF THE MATCHING ENVIRONMENT
      * VARIABLE HAS BEEN SET:
           ACCEPT WS-ENV-PATH-OVERRIDE FROM ENVIRONMENT
                  "GLBVARRB-GL-LEDGER-FILE".
           IF WS-ENV-PATH-OVERRIDE NOT = SPACES
              MOVE WS-ENV-PATH-OVERRIDE TO WS-GL-LEDGER-PATH
           END-IF.
           ACCEPT WS-ENV-PATH-OVERRIDE FROM ENVIRONMENT
                  "GLBVARRB-GL-BUDGET-FILE".
           IF WS-ENV-PATH-OVERRIDE NOT = SPACES
              MOVE WS-ENV-PATH-OVERRIDE TO WS-GL-BUDGET-PATH
           END-IF.
           ACCEPT WS-ENV-PATH-OVERRIDE FROM ENVIRONMENT
                  "GLBVARRB-GL-CHART-FILE".
           IF WS-ENV-PATH-OVERRIDE NOT = SPACES
              MOVE WS-ENV-PATH-OVERRIDE TO WS-GL-CHART-PATH
           END-IF.
           ACCEPT WS-ENV-PATH-OVERRIDE FROM ENVIRONMENT
                  "GLBVARRB-VARIANCE-REPORT".
           IF WS-ENV-PATH-OVERRIDE NOT = SPACES
              MOVE WS-ENV-PATH-OVERRIDE TO WS-VARIANCE-PATH
           END-IF.
           ACCEPT WS-ENV-PATH-OVERRIDE FROM ENVIRONMENT
                  "GLBVARRB-AUDIT-TRAIL-FILE".
           IF WS-ENV-PATH-OVERRIDE NOT = SPACES
              MOVE WS-ENV-PATH-OVERRIDE TO WS-AUDIT-TRAIL-PATH
           END-IF.

       1000-INITIALIZE.
           PERFORM 0500-GET-FILE-PATHS.
           ACCEPT WS-RUN-DATE FROM DATE.
           MOVE   WS-RUN-DATE TO PAGE-HDG-02-DATE.
           ACCEPT WS-REPORT-PERIOD FROM ENVIRONMENT
                  "GLBVARRB-PERIOD".
           IF WS-REPORT-PERIOD = SPACES
              MOVE "F" TO DFN-FUNCTION-CODE
              MOVE "20"              TO DFN-DATE-1 (1:2)
              MOVE WS-RUN-DATE (1:6) TO DFN-DATE-1 (3:6)
              CALL "DATESRVRB" USING DATEFUN-PARMS
              IF DFN-OK
                 MOVE DFN-FISCAL-PERIOD TO WS-REPORT-PERIOD
              ELSE
                 MOVE DFN-DATE-1 (1:6) TO WS-REPORT-PERIOD
              END-IF
           END-IF.
           MOVE WS-REPORT-PERIOD TO WS-PERIOD-WORK.
           IF WS-PERIOD-WORK NOT NUMERIC
              OR WS-PERIOD-PP < 01 OR WS-PERIOD-PP > 12
              DISPLAY "GLBVARRB: GLBVARRB-PERIOD " WS-REPORT-PERIOD
                  " IS NOT A FISCAL PERIOD (CCYYPP) - RUN STOPPED"
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           MOVE WS-REPORT-PERIOD TO PAGE-HDG-01-PERIOD.
           MOVE WS-REPORT-PERIOD (1:4) TO WS-YEAR-START (1:4).
           MOVE "01"                   TO WS-YEAR-START (5:2).
           ACCEPT WS-FLAG-PCT-PARM FROM ENVIRONMENT
                  "GLBVARRB-FLAG-PCT".
           IF WS-FLAG-PCT-PARM NOT = SPACES
              IF FUNCTION TEST-NUMVAL (WS-FLAG-PCT-PARM) = 0
                 AND FUNCTION NUMVAL (WS-FLAG-PCT-PARM) > 0
                 AND FUNCTION NUMVAL (WS-FLAG-PCT-PARM) < 1000
                 COMPUTE WS-FLAG-PCT =
                     FUNCTION NUMVAL (WS-FLAG-PCT-PARM)
              ELSE
                 DISPLAY "GLBVARRB: GLBVARRB-FLAG-PCT "
                     WS-FLAG-PCT-PARM " IS NOT A PERCENT - USING 10"
              END-IF
           END-IF.
           MOVE WS-FLAG-PCT TO PAGE-HDG-02-PCT WS-FLAG-PCT-FORMAT.
           OPEN INPUT GL-LEDGER-FILE.
           IF NOT GL-LEDGER-SUCCESSFUL
              DISPLAY "GLBVARRB: NO LEDGER AT " WS-GL-LEDGER-PATH
                  " STATUS = " WS-GL-LEDGER-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN OUTPUT VARIANCE-REPORT.
           OPEN EXTEND AUDIT-TRAIL-FILE.
           IF NOT GOOD-AUDIT-TRAIL-WRITE
              CLOSE AUDIT-TRAIL-FILE
              OPEN OUTPUT AUDIT-TRAIL-FILE
           END-IF.
           MOVE ZEROS TO WS-SEC-TOTALS.
           PERFORM 1500-LOAD-CHART.
           PERFORM 1600-LOAD-BUDGET.

       1500-LOAD-CHART.
      * EVERY INCOME STATEMENT ACCOUNT GETS A REPORT ROW, SO A
      * BUDGETED ACCOUNT WITH NO SPENDING YET STILL SHOWS.
           OPEN INPUT GL-CHART-FILE.
           IF GL-CHART-SUCCESSFUL
              PERFORM UNTIL END-OF-GL-CHART
                 READ GL-CHART-FILE
                    AT END
                       SET END-OF-GL-CHART TO TRUE
                    NOT AT END
                       IF WS-CHART-COUNT < 500
                          ADD 1 TO WS-CHART-COUNT
                          MOVE GLC-ACCOUNT TO
                               TABLE-GLC-ACCOUNT (WS-CHART-COUNT)
                          MOVE GLC-NAME TO
                               TABLE-GLC-NAME (WS-CHART-COUNT)
                          MOVE GLC-TYPE TO
                               TABLE-GLC-TYPE (WS-CHART-COUNT)
                          IF GLC-TYPE = "R" OR "E"
                             PERFORM 1550-ADD-CHART-ACCOUNT
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE GL-CHART-FILE
           ELSE
              DISPLAY "GLBVARRB: NO CHART OF ACCOUNTS - EVERY "
                  "ACCOUNT WILL PRINT UNCLASSIFIED"
           END-IF.

       1550-ADD-CHART-ACCOUNT.
      * THE CHART'S SECTION WHEN IT IS AN INCOME STATEMENT SECTION,
      * OTHERWISE THE SAME DEFAULTS GLSTMTRB USES.
           ADD 1 TO WS-ACCT-COUNT.
           MOVE WS-ACCT-COUNT TO WS-ACCT-SUB.
           PERFORM 3150-CLEAR-ACCOUNT.
           MOVE GLC-ACCOUNT TO TABLE-ACC-ACCOUNT (WS-ACCT-SUB).
           MOVE GLC-NAME    TO TABLE-ACC-NAME (WS-ACCT-SUB).
           MOVE GLC-TYPE    TO TABLE-ACC-TYPE (WS-ACCT-SUB).
           EVALUATE TRUE
              WHEN GLC-TYPE = "R"
                 MOVE "RV" TO TABLE-ACC-SECTION (WS-ACCT-SUB)
              WHEN GLC-SECTION = "CG" OR "PY" OR "OX"
                 MOVE GLC-SECTION TO TABLE-ACC-SECTION (WS-ACCT-SUB)
              WHEN GLC-ACCOUNT (1:2) = "61" OR GLC-ACCOUNT (1:2) = "64"
                 MOVE "PY" TO TABLE-ACC-SECTION (WS-ACCT-SUB)
              WHEN OTHER
                 MOVE "OX" TO TABLE-ACC-SECTION (WS-ACCT-SUB)
           END-EVALUATE.

       1600-LOAD-BUDGET.
      * A MISSING BUDGET MASTER LEAVES EVERY BUDGET AT ZERO.
           OPEN INPUT GL-BUDGET-FILE.
           IF NOT GL-BUDGET-SUCCESSFUL
              DISPLAY "GLBVARRB: NO BUDGET MASTER AT "
                  WS-GL-BUDGET-PATH " - BUDGETS ARE ZERO"
           ELSE
              PERFORM UNTIL END-OF-GL-BUDGET
                 READ GL-BUDGET-FILE
                    AT END
                       SET END-OF-GL-BUDGET TO TRUE
                    NOT AT END
                       ADD 1 TO WS-BUDGET-ROWS-READ
                       PERFORM 1650-APPLY-BUDGET-ROW THRU 1650-EXIT
                 END-READ
              END-PERFORM
              CLOSE GL-BUDGET-FILE
           END-IF.

       1650-APPLY-BUDGET-ROW.
           IF GLB-PERIOD < WS-YEAR-START
              OR GLB-PERIOD > WS-REPORT-PERIOD
              OR GLB-AMOUNT NOT NUMERIC
              GO TO 1650-EXIT
           END-IF.
           MOVE GLB-ACCOUNT TO GLL-ACCOUNT.
           PERFORM 3100-FIND-ACCOUNT.
           ADD GLB-AMOUNT TO TABLE-ACC-BUDGET (WS-ACCT-SUB, 2).
           IF GLB-PERIOD = WS-REPORT-PERIOD
              ADD GLB-AMOUNT TO TABLE-ACC-BUDGET (WS-ACCT-SUB, 1)
           END-IF.
       1650-EXIT.
           EXIT.

       2000-READ-LEDGER-ROW.
           READ GL-LEDGER-FILE
                AT END
                   DISPLAY "END OF LEDGER FILE"
                NOT AT END
                   ADD 1 TO WS-LEDGER-ROWS-READ.

       3000-ROLL-UP-ROW.
      * ONLY THIS FISCAL YEAR THROUGH THE REPORT PERIOD COUNTS.  A
      * BALANCE SHEET ACCOUNT NOBODY BUDGETED PLAYS NO PART.
           IF GLL-PERIOD < WS-YEAR-START
              OR GLL-PERIOD > WS-REPORT-PERIOD
              OR GLL-PERIOD NOT NUMERIC
              GO TO 3000-EXIT
           END-IF.
           PERFORM VARYING WS-ACCT-SUB FROM 1 BY 1
              UNTIL WS-ACCT-SUB > WS-ACCT-COUNT
                 OR TABLE-ACC-ACCOUNT (WS-ACCT-SUB) = GLL-ACCOUNT
           END-PERFORM.
           IF WS-ACCT-SUB > WS-ACCT-COUNT
              PERFORM VARYING WS-CHART-SUB FROM 1 BY 1
                 UNTIL WS-CHART-SUB > WS-CHART-COUNT
                    OR TABLE-GLC-ACCOUNT (WS-CHART-SUB) = GLL-ACCOUNT
              END-PERFORM
              IF WS-CHART-SUB NOT > WS-CHART-COUNT
                 GO TO 3000-EXIT
              END-IF
              PERFORM 3100-FIND-ACCOUNT
           END-IF.
           MOVE 0 TO WS-NATURAL-AMOUNT.
           IF GLL-DEBITS IS NUMERIC
              ADD GLL-DEBITS TO WS-NATURAL-AMOUNT
           END-IF.
           IF GLL-CREDITS IS NUMERIC
              SUBTRACT GLL-CREDITS FROM WS-NATURAL-AMOUNT
           END-IF.
           IF TABLE-ACC-CREDIT-SIDE (WS-ACCT-SUB)
              COMPUTE WS-NATURAL-AMOUNT = 0 - WS-NATURAL-AMOUNT
           END-IF.
           ADD WS-NATURAL-AMOUNT TO TABLE-ACC-ACTUAL (WS-ACCT-SUB, 2).
           IF GLL-PERIOD = WS-REPORT-PERIOD
              ADD WS-NATURAL-AMOUNT
                TO TABLE-ACC-ACTUAL (WS-ACCT-SUB, 1)
           END-IF.
       3000-EXIT.
           EXIT.

       3100-FIND-ACCOUNT.
      * THE REPORT ROW FOR GLL-ACCOUNT, ADDED UNCLASSIFIED WHEN THE
      * CHART DIDN'T GIVE IT ONE.
           PERFORM VARYING WS-ACCT-SUB FROM 1 BY 1
              UNTIL WS-ACCT-SUB > WS-ACCT-COUNT
                 OR TABLE-ACC-ACCOUNT (WS-ACCT-SUB) = GLL-ACCOUNT
           END-PERFORM.
           IF WS-ACCT-SUB > WS-ACCT-COUNT
              IF WS-ACCT-COUNT = 500
                 DISPLAY "GLBVARRB: ACCOUNT TABLE CEILING (500) "
                     "REACHED - RUN STOPPED"
                 MOVE 16 TO RETURN-CODE
                 GOBACK
              END-IF
              ADD 1 TO WS-ACCT-COUNT
              MOVE WS-ACCT-COUNT TO WS-ACCT-SUB
              PERFORM 3150-CLEAR-ACCOUNT
              MOVE GLL-ACCOUNT TO TABLE-ACC-ACCOUNT (WS-ACCT-SUB)
              MOVE "UN"        TO TABLE-ACC-SECTION (WS-ACCT-SUB)
              PERFORM VARYING WS-CHART-SUB FROM 1 BY 1
                 UNTIL WS-CHART-SUB > WS-CHART-COUNT
                    OR TABLE-GLC-ACCOUNT (WS-CHART-SUB) = GLL-ACCOUNT
              END-PERFORM
              IF WS-CHART-SUB > WS-CHART-COUNT
                 MOVE "** NOT ON CHART **"
                   TO TABLE-ACC-NAME (WS-ACCT-SUB)
                 MOVE "E" TO TABLE-ACC-TYPE (WS-ACCT-SUB)
              ELSE
                 MOVE TABLE-GLC-NAME (WS-CHART-SUB)
                   TO TABLE-ACC-NAME (WS-ACCT-SUB)
                 MOVE TABLE-GLC-TYPE (WS-CHART-SUB)
                   TO TABLE-ACC-TYPE (WS-ACCT-SUB)
              END-IF
           END-IF.

       3150-CLEAR-ACCOUNT.
           PERFORM VARYING WS-COL-SUB FROM 1 BY 1
              UNTIL WS-COL-SUB > 2
              MOVE 0 TO TABLE-ACC-ACTUAL (WS-ACCT-SUB, WS-COL-SUB)
                        TABLE-ACC-BUDGET (WS-ACCT-SUB, WS-COL-SUB)
           END-PERFORM.

       5000-PRINT-SECTIONS.
           PERFORM 8000-WRITE-HEADINGS.
           PERFORM VARYING WS-SEC-SUB FROM 1 BY 1
              UNTIL WS-SEC-SUB > 4
              PERFORM 7000-PRINT-SECTION THRU 7000-EXIT
           END-PERFORM.
      * NET INCOME IS REVENUE LESS EVERY COST SECTION.
           PERFORM VARYING WS-COL-SUB FROM 1 BY 1
              UNTIL WS-COL-SUB > 2
              COMPUTE WS-NET-ACTUAL (WS-COL-SUB) =
                  WS-SEC-ACTUAL (1, WS-COL-SUB)
                  - WS-SEC-ACTUAL (2, WS-COL-SUB)
                  - WS-SEC-ACTUAL (3, WS-COL-SUB)
                  - WS-SEC-ACTUAL (4, WS-COL-SUB)
              COMPUTE WS-NET-BUDGET (WS-COL-SUB) =
                  WS-SEC-BUDGET (1, WS-COL-SUB)
                  - WS-SEC-BUDGET (2, WS-COL-SUB)
                  - WS-SEC-BUDGET (3, WS-COL-SUB)
                  - WS-SEC-BUDGET (4, WS-COL-SUB)
              MOVE WS-NET-ACTUAL (WS-COL-SUB)
                TO WS-LINE-ACTUAL (WS-COL-SUB)
              MOVE WS-NET-BUDGET (WS-COL-SUB)
                TO WS-LINE-BUDGET (WS-COL-SUB)
           END-PERFORM.
           MOVE "C" TO WS-LINE-SIDE-SW.
           MOVE SPACES TO DTL-ACCOUNT.
           MOVE "NET INCOME" TO DTL-ACCT-NAME.
           PERFORM 7300-PRINT-TOTAL-LINE.
           MOVE 5 TO WS-SEC-SUB.
           PERFORM 7000-PRINT-SECTION THRU 7000-EXIT.

       5500-PRINT-DEPARTMENTS.
      * ROLL THE SALARY EXPENSE ACCOUNTS UP BY THE DEPARTMENT IN THE
      * ACCOUNT SUFFIX.  DEPT 0000 IS THE DEFAULT SALARY ACCOUNT.
           PERFORM VARYING WS-ACCT-SUB FROM 1 BY 1
              UNTIL WS-ACCT-SUB > WS-ACCT-COUNT
              IF TABLE-ACC-ACCOUNT (WS-ACCT-SUB) (1:2) = "61"
                 AND TABLE-ACC-TYPE (WS-ACCT-SUB) = "E"
                 PERFORM 5600-ADD-TO-DEPARTMENT THRU 5600-EXIT
              END-IF
           END-PERFORM.
           IF WS-DEPT-COUNT = 0
              GO TO 5500-EXIT
           END-IF.
           MOVE "SALARY EXPENSE BY DEPARTMENT" TO SEC-TEXT.
           if WS-LINE-COUNT > 48
              PERFORM 8000-WRITE-HEADINGS
           END-IF.
           write VARIANCE-RECORD from SECTION-HDG
             after advancing 02 lines.
           add 2 to WS-LINE-COUNT.
           MOVE "D" TO WS-LINE-SIDE-SW.
           MOVE ZEROS TO WS-LINE-TOTALS (1) WS-LINE-TOTALS (2)
                         WS-LINE-TOTALS (3) WS-LINE-TOTALS (4).
           PERFORM VARYING WS-DEPT-SUB FROM 1 BY 1
              UNTIL WS-DEPT-SUB > WS-DEPT-COUNT
              PERFORM VARYING WS-COL-SUB FROM 1 BY 1
                 UNTIL WS-COL-SUB > 2
                 MOVE TABLE-DEPT-ACTUAL (WS-DEPT-SUB, WS-COL-SUB)
                   TO WS-LINE-ACTUAL (WS-COL-SUB)
                 MOVE TABLE-DEPT-BUDGET (WS-DEPT-SUB, WS-COL-SUB)
                   TO WS-LINE-BUDGET (WS-COL-SUB)
                 ADD TABLE-DEPT-ACTUAL (WS-DEPT-SUB, WS-COL-SUB)
                   TO WS-LINE-TOTALS (WS-COL-SUB)
                 ADD TABLE-DEPT-BUDGET (WS-DEPT-SUB, WS-COL-SUB)
                   TO WS-LINE-TOTALS (WS-COL-SUB + 2)
              END-PERFORM
              MOVE TABLE-DEPT-CODE (WS-DEPT-SUB) TO DTL-ACCOUNT
              IF TABLE-DEPT-CODE (WS-DEPT-SUB) = "0000"
                 MOVE "NO DEPARTMENT (DEFAULT)" TO DTL-ACCT-NAME
              ELSE
                 MOVE "DEPARTMENT" TO DTL-ACCT-NAME
                 MOVE TABLE-DEPT-CODE (WS-DEPT-SUB)
                   TO DTL-ACCT-NAME (12:4)
              END-IF
              PERFORM 7200-WRITE-VARIANCE-LINE
           END-PERFORM.
           PERFORM VARYING WS-COL-SUB FROM 1 BY 1
              UNTIL WS-COL-SUB > 2
              MOVE WS-LINE-TOTALS (WS-COL-SUB)
                TO WS-LINE-ACTUAL (WS-COL-SUB)
              MOVE WS-LINE-TOTALS (WS-COL-SUB + 2)
                TO WS-LINE-BUDGET (WS-COL-SUB)
           END-PERFORM.
           MOVE SPACES TO DTL-ACCOUNT.
           MOVE "TOTAL SALARY EXPENSE" TO DTL-ACCT-NAME.
           PERFORM 7300-PRINT-TOTAL-LINE.
       5500-EXIT.
           EXIT.

       5600-ADD-TO-DEPARTMENT.
           PERFORM VARYING WS-DEPT-SUB FROM 1 BY 1
              UNTIL WS-DEPT-SUB > WS-DEPT-COUNT
                 OR TABLE-DEPT-CODE (WS-DEPT-SUB) =
                    TABLE-ACC-ACCOUNT (WS-ACCT-SUB) (5:4)
           END-PERFORM.
           IF WS-DEPT-SUB > WS-DEPT-COUNT
              IF WS-DEPT-COUNT = 100
                 DISPLAY "GLBVARRB: DEPARTMENT TABLE FULL - ACCOUNT "
                     TABLE-ACC-ACCOUNT (WS-ACCT-SUB) " LEFT OUT"
                 GO TO 5600-EXIT
              END-IF
              ADD 1 TO WS-DEPT-COUNT
              MOVE TABLE-ACC-ACCOUNT (WS-ACCT-SUB) (5:4)
                TO TABLE-DEPT-CODE (WS-DEPT-SUB)
              PERFORM VARYING WS-COL-SUB FROM 1 BY 1
                 UNTIL WS-COL-SUB > 2
                 MOVE 0 TO TABLE-DEPT-ACTUAL (WS-DEPT-SUB, WS-COL-SUB)
                           TABLE-DEPT-BUDGET (WS-DEPT-SUB, WS-COL-SUB)
              END-PERFORM
           END-IF.
           PERFORM VARYING WS-COL-SUB FROM 1 BY 1
              UNTIL WS-COL-SUB > 2
              ADD TABLE-ACC-ACTUAL (WS-ACCT-SUB, WS-COL-SUB)
                TO TABLE-DEPT-ACTUAL (WS-DEPT-SUB, WS-COL-SUB)
              ADD TABLE-ACC-BUDGET (WS-ACCT-SUB, WS-COL-SUB)
                TO TABLE-DEPT-BUDGET (WS-DEPT-SUB, WS-COL-SUB)
           END-PERFORM.
       5600-EXIT.
           EXIT.

       7000-PRINT-SECTION.
      * SECTION HEADING, ITS ACCOUNTS, AND ITS TOTAL.  AN ACCOUNT
      * WITH NO ACTUAL AND NO BUDGET ALL YEAR IS LEFT OFF, AND AN
      * EMPTY UNCLASSIFIED SECTION IS LEFT OFF ALTOGETHER.
           MOVE 0 TO WS-SEC-ACCOUNTS.
           PERFORM VARYING WS-ACCT-SUB FROM 1 BY 1
              UNTIL WS-ACCT-SUB > WS-ACCT-COUNT
              IF TABLE-ACC-SECTION (WS-ACCT-SUB) =
                 TABLE-SEC-CODE (WS-SEC-SUB)
                 AND (TABLE-ACC-ACTUAL (WS-ACCT-SUB, 1) NOT = 0
                   OR TABLE-ACC-ACTUAL (WS-ACCT-SUB, 2) NOT = 0
                   OR TABLE-ACC-BUDGET (WS-ACCT-SUB, 2) NOT = 0)
                 ADD 1 TO WS-SEC-ACCOUNTS
              END-IF
           END-PERFORM.
           IF WS-SEC-ACCOUNTS = 0 AND TABLE-SEC-CODE (WS-SEC-SUB) = "UN"
              GO TO 7000-EXIT
           END-IF.
           MOVE TABLE-SEC-TITLE (WS-SEC-SUB) TO SEC-TEXT.
           if WS-LINE-COUNT > 48
              PERFORM 8000-WRITE-HEADINGS
           END-IF.
           write VARIANCE-RECORD from SECTION-HDG
             after advancing 02 lines.
           add 2 to WS-LINE-COUNT.
           MOVE TABLE-SEC-SIDE (WS-SEC-SUB) TO WS-LINE-SIDE-SW.
           PERFORM VARYING WS-ACCT-SUB FROM 1 BY 1
              UNTIL WS-ACCT-SUB > WS-ACCT-COUNT
              IF TABLE-ACC-SECTION (WS-ACCT-SUB) =
                 TABLE-SEC-CODE (WS-SEC-SUB)
                 AND (TABLE-ACC-ACTUAL (WS-ACCT-SUB, 1) NOT = 0
                   OR TABLE-ACC-ACTUAL (WS-ACCT-SUB, 2) NOT = 0
                   OR TABLE-ACC-BUDGET (WS-ACCT-SUB, 2) NOT = 0)
                 PERFORM 7100-PRINT-ONE-ACCOUNT
              END-IF
           END-PERFORM.
           PERFORM VARYING WS-COL-SUB FROM 1 BY 1
              UNTIL WS-COL-SUB > 2
              MOVE WS-SEC-ACTUAL (WS-SEC-SUB, WS-COL-SUB)
                TO WS-LINE-ACTUAL (WS-COL-SUB)
              MOVE WS-SEC-BUDGET (WS-SEC-SUB, WS-COL-SUB)
                TO WS-LINE-BUDGET (WS-COL-SUB)
           END-PERFORM.
           MOVE SPACES TO DTL-ACCOUNT DTL-ACCT-NAME.
           STRING "TOTAL " TABLE-SEC-TITLE (WS-SEC-SUB)
             DELIMITED BY "  " INTO DTL-ACCT-NAME.
           PERFORM 7300-PRINT-TOTAL-LINE.
       7000-EXIT.
           EXIT.

       7100-PRINT-ONE-ACCOUNT.
      * AN UNCLASSIFIED ACCOUNT IS JUDGED BY ITS OWN SIDE.
           IF TABLE-SEC-CODE (WS-SEC-SUB) = "UN"
              IF TABLE-ACC-CREDIT-SIDE (WS-ACCT-SUB)
                 MOVE "C" TO WS-LINE-SIDE-SW
              ELSE
                 MOVE "D" TO WS-LINE-SIDE-SW
              END-IF
           END-IF.
           PERFORM VARYING WS-COL-SUB FROM 1 BY 1
              UNTIL WS-COL-SUB > 2
              MOVE TABLE-ACC-ACTUAL (WS-ACCT-SUB, WS-COL-SUB)
                TO WS-LINE-ACTUAL (WS-COL-SUB)
              MOVE TABLE-ACC-BUDGET (WS-ACCT-SUB, WS-COL-SUB)
                TO WS-LINE-BUDGET (WS-COL-SUB)
              ADD TABLE-ACC-ACTUAL (WS-ACCT-SUB, WS-COL-SUB)
                TO WS-SEC-ACTUAL (WS-SEC-SUB, WS-COL-SUB)
              ADD TABLE-ACC-BUDGET (WS-ACCT-SUB, WS-COL-SUB)
                TO WS-SEC-BUDGET (WS-SEC-SUB, WS-COL-SUB)
           END-PERFORM.
           MOVE TABLE-ACC-ACCOUNT (WS-ACCT-SUB) TO DTL-ACCOUNT.
           MOVE TABLE-ACC-NAME (WS-ACCT-SUB)    TO DTL-ACCT-NAME.
           ADD 1 TO WS-ACCOUNTS-PRINTED.
           PERFORM 7200-WRITE-VARIANCE-LINE.

       7200-WRITE-VARIANCE-LINE.
      * CALLERS SET THE CAPTION, THE SIDE, AND THE ACTUAL AND BUDGET
      * FOR EACH COLUMN; THE VARIANCES AND THE FLAG ARE WORKED HERE.
           MOVE "N" TO WS-LINE-FLAG-SW.
           PERFORM VARYING WS-COL-SUB FROM 1 BY 1
              UNTIL WS-COL-SUB > 2
              COMPUTE WS-VARIANCE = WS-LINE-ACTUAL (WS-COL-SUB)
                                  - WS-LINE-BUDGET (WS-COL-SUB)
              COMPUTE WS-WHOLE-DOLLARS ROUNDED =
                  WS-LINE-ACTUAL (WS-COL-SUB)
              MOVE WS-WHOLE-DOLLARS TO DTL-ACTUAL (WS-COL-SUB)
              COMPUTE WS-WHOLE-DOLLARS ROUNDED =
                  WS-LINE-BUDGET (WS-COL-SUB)
              MOVE WS-WHOLE-DOLLARS TO DTL-BUDGET (WS-COL-SUB)
              COMPUTE WS-WHOLE-DOLLARS ROUNDED = WS-VARIANCE
              MOVE WS-WHOLE-DOLLARS TO DTL-VARIANCE (WS-COL-SUB)
              MOVE SPACE TO DTL-PCT-MARK (WS-COL-SUB)
              EVALUATE TRUE
                 WHEN WS-LINE-BUDGET (WS-COL-SUB) = 0
                    AND WS-LINE-ACTUAL (WS-COL-SUB) = 0
                    MOVE SPACES TO DTL-PCT-X (WS-COL-SUB)
                 WHEN WS-LINE-BUDGET (WS-COL-SUB) = 0
                    MOVE "    N/B" TO DTL-PCT-X (WS-COL-SUB)
                    IF NOT LINE-MORE-IS-BETTER
                       AND WS-LINE-ACTUAL (WS-COL-SUB) > 0
                       SET LINE-FLAGGED TO TRUE
                       MOVE "*" TO DTL-PCT-MARK (WS-COL-SUB)
                    END-IF
                 WHEN OTHER
                    COMPUTE WS-VARIANCE-PCT ROUNDED =
                        WS-VARIANCE * 100
                        / WS-LINE-BUDGET (WS-COL-SUB)
                    IF WS-LINE-BUDGET (WS-COL-SUB) < 0
                       COMPUTE WS-VARIANCE-PCT = 0 - WS-VARIANCE-PCT
                    END-IF
                    IF WS-VARIANCE-PCT > 9999.9
                       OR WS-VARIANCE-PCT < -9999.9
                       MOVE " *****" TO DTL-PCT-X (WS-COL-SUB)
                    ELSE
                       MOVE WS-VARIANCE-PCT TO DTL-PCT (WS-COL-SUB)
                    END-IF
                    IF (LINE-MORE-IS-BETTER
                        AND 0 - WS-VARIANCE-PCT > WS-FLAG-PCT)
                       OR (NOT LINE-MORE-IS-BETTER
                        AND WS-VARIANCE-PCT > WS-FLAG-PCT)
                       SET LINE-FLAGGED TO TRUE
                       MOVE "*" TO DTL-PCT-MARK (WS-COL-SUB)
                    END-IF
              END-EVALUATE
           END-PERFORM.
           MOVE SPACES TO DTL-FLAG.
      * ONLY ACCOUNT AND DEPARTMENT LINES COUNT - A TOTAL WOULD COUNT
      * THE SAME OVERRUN TWICE.
           IF LINE-FLAGGED
              IF DTL-ACCOUNT NOT = SPACES
                 ADD 1 TO WS-LINES-FLAGGED
              END-IF
              IF LINE-MORE-IS-BETTER
                 MOVE "SHORT" TO DTL-FLAG
              ELSE
                 MOVE "OVER" TO DTL-FLAG
              END-IF
           END-IF.
           if WS-LINE-COUNT > 50
              PERFORM 8000-WRITE-HEADINGS
           END-IF.
           write VARIANCE-RECORD from DETAIL-LINE-VARIANCE
             after advancing 01 lines.
           add 1 to WS-LINE-COUNT.

       7300-PRINT-TOTAL-LINE.
      * THE TOTAL IS RULED OFF FROM THE LINES ABOVE IT.
           if WS-LINE-COUNT > 49
              PERFORM 8000-WRITE-HEADINGS
           END-IF.
           write VARIANCE-RECORD from DETAIL-LINE-LINE
             after advancing 01 lines.
           add 1 to WS-LINE-COUNT.
           PERFORM 7200-WRITE-VARIANCE-LINE.

       8000-WRITE-HEADINGS.
           add 1 to WS-PAGE-COUNT.
           move WS-PAGE-COUNT TO PAGE-HDG-01-PAGE.
           WRITE VARIANCE-RECORD FROM WS-REPORT-RULER
             after advancing page.
           WRITE VARIANCE-RECORD
            FROM PAGE-HDG-01 after advancing 01 LINES.
           WRITE VARIANCE-RECORD
            FROM PAGE-HDG-02 after advancing 01 LINES.
           WRITE VARIANCE-RECORD
            FROM PAGE-HDG-03 AFTER ADVANCING 02 LINES.
           WRITE VARIANCE-RECORD
            FROM PAGE-HDG-04 AFTER ADVANCING 01 LINES.
           MOVE 5 TO WS-LINE-COUNT.

       9000-CREATE-REPORT-TOTAL-LINE.
           MOVE WS-ACCOUNTS-PRINTED TO TOTAL-ACCOUNTS.
           MOVE WS-LINES-FLAGGED    TO TOTAL-FLAGGED.
           write VARIANCE-RECORD from TOTALS-LINE
             AFTER ADVANCING 03 LINES.
           write VARIANCE-RECORD from WS-REPORT-RULER
             after advancing 02 LINES.

       9900-WRITE-AUDIT-RECORD.
      * APPEND ONE SUMMARY LINE FOR THIS RUN TO THE SHARED OPERATIONS
      * AUDIT TRAIL, MIRRORING THE PROGRAM TOTALS DISPLAYED ABOVE.
           ACCEPT WS-RUN-TIME FROM TIME.
           MOVE "GLBVARRB"          TO AUD-PROGRAM-NAME.
           MOVE WS-RUN-DATE         TO AUD-RUN-DATE.
           MOVE WS-RUN-TIME         TO AUD-RUN-TIME.
           MOVE WS-LEDGER-ROWS-READ TO AUD-RECORDS-READ.
           MOVE WS-ACCOUNTS-PRINTED TO AUD-RECORDS-WRITTEN.
           MOVE SPACES              TO AUD-KEY-TOTALS.
           MOVE "FLAGGED="          TO AUD-KEY-TOTALS(1:8).
           MOVE WS-LINES-FLAGGED    TO AUD-KEY-TOTALS(9:5).
           MOVE WS-REPORT-PERIOD    TO AUD-KEY-TOTALS(15:6).
           IF RETURN-CODE = 0
              MOVE "OK" TO AUD-COMPLETION-STATUS
           ELSE
              MOVE "ER" TO AUD-COMPLETION-STATUS
           END-IF.
           WRITE AUDIT-TRAIL-RECORD FROM AUDIT-TRAIL-LINE.
