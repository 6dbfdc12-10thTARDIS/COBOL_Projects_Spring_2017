       IDENTIFICATION DIVISION.
       PROGRAM-ID.    GLSTMTRB.
       AUTHOR.        RYAN BROOKS
      * FINANCIAL STATEMENTS.  GLTBALRB PROVES THE LEDGER BUT A
      * TRIAL BALANCE IS NO USE TO THE OWNER; THIS PROGRAM READS THE
      * SAME LEDGER MASTER (GLLEDGER.DAT) AND PRINTS AN INCOME
      * STATEMENT AND A BALANCE SHEET FOR ONE FISCAL PERIOD.
      *
      * THE INCOME STATEMENT SHOWS REVENUE, COST OF GOODS SOLD, GROSS
      * MARGIN, PAYROLL EXPENSE, OTHER EXPENSE, AND NET INCOME FOR
      * THE PERIOD, THE PRIOR PERIOD, THE SAME PERIOD LAST YEAR, THE
      * YEAR TO DATE, AND LAST YEAR TO THE SAME PERIOD.  THE BALANCE
      * SHEET SHOWS BALANCES AT THE END OF THE PERIOD, THE PRIOR
      * PERIOD, AND THE SAME PERIOD LAST YEAR.  THE LEDGER IS NEVER
      * CLOSED TO RETAINED EARNINGS, SO EQUITY IS COMPLETED WITH TWO
      * PLUG LINES WORKED FROM THE REVENUE AND EXPENSE ACCOUNTS:
      * RETAINED EARNINGS FOR EVERY EARLIER FISCAL YEAR, AND NET
      * INCOME FOR THE YEAR TO DATE - WHICH MUST TIE BACK TO THE
      * INCOME STATEMENT'S YEAR-TO-DATE NET INCOME.  A BALANCE SHEET
      * THAT DOES NOT BALANCE OR A PLUG THAT DOES NOT TIE ENDS WITH
      * RETURN-CODE 8.
      *
      * EACH ACCOUNT IS PLACED BY THE CHART (GLCHART.DAT):
      *   GLC-TYPE     A ASSET, L LIABILITY, C CAPITAL (EQUITY),
      *                R REVENUE, E EXPENSE
      *   GLC-SECTION  THE REPORT SECTION WITHIN THE STATEMENT -
      *                RV REVENUE, CG COST OF GOODS SOLD, PY PAYROLL
      *                EXPENSE, OX OTHER EXPENSE, CA CURRENT ASSETS,
      *                FA FIXED ASSETS, OA OTHER ASSETS, CL CURRENT
      *                LIABILITIES, LL LONG-TERM LIABILITIES, EQ
      *                CAPITAL (EQUITY).
      * A BLANK OR UNKNOWN SECTION DEFAULTS FROM THE TYPE (REVENUE TO
      * RV, ASSET TO CA, LIABILITY TO CL, CAPITAL TO EQ, EXPENSE TO
      * OX - EXCEPT THE 61 AND 64 SALARY AND 401(K) EXPENSE SERIES
      * PAYRPTRB POSTS TO, WHICH DEFAULT TO PY).  AN ACCOUNT NOT ON
      * THE CHART, OR WITH NO VALID TYPE, PRINTS FLAGGED IN AN
      * UNCLASSIFIED SECTION ON THE ASSET SIDE SO THE BALANCE SHEET
      * STILL PROVES WHILE THE CHART GETS FIXED.
      *
      * GLSTMTRB-PERIOD (CCYYPP) NAMES THE PERIOD; LEFT UNSET IT IS
      * THE FISCAL PERIOD HOLDING TODAY, OR THE CALENDAR MONTH WHEN
      * THE FISCAL CALENDAR HAS NO ROW.  THE FISCAL YEAR IS TWELVE
      * PERIODS, 01 THROUGH 12.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GL-LEDGER-FILE ASSIGN DYNAMIC
                 WS-GL-LEDGER-PATH
             organization is line sequential
             file status is WS-GL-LEDGER-STATUS.
           SELECT GL-CHART-FILE ASSIGN DYNAMIC
                 WS-GL-CHART-PATH
             organization is line sequential
             file status is WS-GL-CHART-STATUS.
           SELECT STATEMENT-REPORT
             ASSIGN DYNAMIC WS-STATEMENT-PATH
             organization is LINE sequential
             file status is WS-STATEMENT-STATUS.
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

       FD  GL-CHART-FILE
           RECORDING MODE IS F
           DATA RECORD IS GL-CHART-RECORD.
       01 GL-CHART-RECORD.
           05  GLC-ACCOUNT              PIC X(08).
           05  FILLER                   PIC X(01).
           05  GLC-NAME                 PIC X(30).
           05  FILLER                   PIC X(01).
           05  GLC-TYPE                 PIC X(01).
      * REPORT SECTION FOR THE FINANCIAL STATEMENTS - CHART ROWS
      * WRITTEN BEFORE THE FIELD EXISTED READ IN BLANK AND DEFAULT
      * FROM THE TYPE.
           05  FILLER                   PIC X(01).
           05  GLC-SECTION              PIC X(02).

       FD  STATEMENT-REPORT
           RECORDING MODE IS F
           DATA RECORD IS STATEMENT-RECORD.
       01 STATEMENT-RECORD               PIC X(133).

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
           05 WS-GL-CHART-PATH          PIC X(80)
                VALUE "C:\Users\Ryan\Desktop\GLCHART.DAT".
           05 WS-STATEMENT-PATH         PIC X(80)
                VALUE "C:\Users\Ryan\Desktop\FINSTMT.rpt".
           05 WS-AUDIT-TRAIL-PATH       PIC X(80)
                VALUE "C:\Users\Ryan\Desktop\OPS-AUDIT-TRAIL.LOG".
           05 WS-ENV-PATH-OVERRIDE      PIC X(80).

      * File status
        COPY "FILESTAT.cpy" REPLACING
            ==STATUS-FIELD==   BY ==WS-GL-LEDGER-STATUS==
            ==STATUS-OK==      BY ==GL-LEDGER-SUCCESSFUL==
            ==STATUS-EOF==     BY ==END-OF-GL-LEDGER==
            ==STATUS-INVALID== BY ==INVALID-VALUE-IN-FILE==.
        01 WS-GL-CHART-STATUS           pic X(02).
           88 GL-CHART-SUCCESSFUL          VALUE "00".
           88 END-OF-GL-CHART              VALUE "10".
        01 WS-STATEMENT-STATUS          pic X(02).
           88 GOOD-REPORT-WRITE            VALUE "00".
        01 WS-AUDIT-TRAIL-STATUS        pic X(02).
           88 GOOD-AUDIT-TRAIL-WRITE       VALUE "00".

        COPY "DATEFUN.cpy".

      * THE REPORT PERIOD AND THE PERIODS EACH COLUMN COVERS.  THE
      * INCOME STATEMENT COLUMNS ARE 1 PERIOD, 2 PRIOR PERIOD, 3 SAME
      * PERIOD LAST YEAR, 4 YEAR TO DATE, 5 LAST YEAR TO DATE; THE
      * BALANCE SHEET COLUMNS ARE AS OF THE END OF THE FIRST THREE.
        01 WS-REPORT-PERIOD             PIC X(06) VALUE SPACES.
        01 WS-PERIOD-WORK.
           05 WS-PERIOD-CCYY            PIC 9(04).
           05 WS-PERIOD-PP              PIC 9(02).
        01 WS-COLUMN-TABLE.
           05 WS-COLUMN-ENTRY OCCURS 5 TIMES.
              10 WS-COL-FROM            PIC X(06).
              10 WS-COL-THRU            PIC X(06).
              10 WS-COL-YEAR-START      PIC X(06).
        01 WS-COL-SUB                   PIC 9(01) VALUE 0.
        01 WS-COL-LIMIT                 PIC 9(01) VALUE 5.

      * THE CHART OF ACCOUNTS, EACH ROW'S STATEMENT SECTION RESOLVED.
        01 WS-CHART-COUNT               PIC 9(03) COMP VALUE 0.
        01 WS-CHART-TABLE.
           05 WS-CHART-ENTRY OCCURS 0 TO 500 TIMES
                DEPENDING ON WS-CHART-COUNT.
              10 TABLE-GLC-ACCOUNT      PIC X(08).
              10 TABLE-GLC-NAME         PIC X(30).
              10 TABLE-GLC-TYPE         PIC X(01).
              10 TABLE-GLC-SECTION      PIC X(02).
        01 WS-CHART-SUB                 PIC 9(03) COMP VALUE 0.

      * ONE ROW PER ACCOUNT ON THE LEDGER.  AMOUNTS ARE HELD ON THE
      * ACCOUNT'S NATURAL SIDE - CREDIT BALANCES POSITIVE FOR
      * REVENUE, LIABILITY, AND CAPITAL; DEBIT BALANCES POSITIVE FOR
      * EVERYTHING ELSE.
        01 WS-ACCT-COUNT                PIC 9(03) COMP VALUE 0.
        01 WS-ACCT-TABLE.
           05 WS-ACCT-ENTRY OCCURS 0 TO 500 TIMES
                DEPENDING ON WS-ACCT-COUNT.
              10 TABLE-ACC-ACCOUNT      PIC X(08).
              10 TABLE-ACC-NAME         PIC X(30).
              10 TABLE-ACC-TYPE         PIC X(01).
                 88 TABLE-ACC-CREDIT-SIDE  VALUE "R" "L" "C".
                 88 TABLE-ACC-INCOME-STMT  VALUE "R" "E".
              10 TABLE-ACC-SECTION      PIC X(02).
              10 TABLE-ACC-IS-AMT       PIC S9(12)V99
                                        OCCURS 5 TIMES.
              10 TABLE-ACC-BS-AMT       PIC S9(12)V99
                                        OCCURS 3 TIMES.
        01 WS-ACCT-SUB                  PIC 9(03) COMP VALUE 0.

      * REPORT SECTIONS IN PRINT ORDER.  THE STATEMENT CODE IS I FOR
      * THE INCOME STATEMENT, B FOR THE BALANCE SHEET.
        01 WS-SECTION-VALUES.
           05 FILLER PIC X(33)
              VALUE "RVIREVENUE                       ".
           05 FILLER PIC X(33)
              VALUE "CGICOST OF GOODS SOLD            ".
           05 FILLER PIC X(33)
              VALUE "PYIPAYROLL EXPENSE               ".
           05 FILLER PIC X(33)
              VALUE "OXIOTHER EXPENSE                 ".
           05 FILLER PIC X(33)
              VALUE "CABCURRENT ASSETS                ".
           05 FILLER PIC X(33)
              VALUE "FABFIXED ASSETS                  ".
           05 FILLER PIC X(33)
              VALUE "OABOTHER ASSETS                  ".
           05 FILLER PIC X(33)
              VALUE "UNBUNCLASSIFIED ACCOUNTS         ".
           05 FILLER PIC X(33)
              VALUE "CLBCURRENT LIABILITIES           ".
           05 FILLER PIC X(33)
              VALUE "LLBLONG-TERM LIABILITIES         ".
           05 FILLER PIC X(33)
              VALUE "EQBCAPITAL                       ".
        01 WS-SECTION-TABLE REDEFINES WS-SECTION-VALUES.
           05 WS-SECTION-ENTRY OCCURS 11 TIMES.
              10 TABLE-SEC-CODE         PIC X(02).
              10 TABLE-SEC-STATEMENT    PIC X(01).
              10 TABLE-SEC-TITLE        PIC X(30).
        01 WS-SEC-SUB                   PIC 9(02) VALUE 0.
        01 WS-SEC-TOTALS.
           05 WS-SEC-TOTAL-ENTRY OCCURS 11 TIMES.
              10 WS-SEC-AMT             PIC S9(12)V99
                                        OCCURS 5 TIMES.
        01 WS-SEC-ACCOUNTS              PIC 9(03) VALUE 0.

      * STATEMENT SUBTOTALS AND THE EQUITY PLUGS, ONE PER COLUMN.
        01 WS-STATEMENT-TOTALS.
           05 WS-STMT-TOTAL-ENTRY OCCURS 5 TIMES.
              10 WS-GROSS-MARGIN        PIC S9(12)V99.
              10 WS-NET-INCOME          PIC S9(12)V99.
              10 WS-TOTAL-ASSETS        PIC S9(12)V99.
              10 WS-TOTAL-LIABILITIES   PIC S9(12)V99.
              10 WS-TOTAL-EQUITY        PIC S9(12)V99.
              10 WS-PRIOR-YEARS-EARNINGS PIC S9(12)V99.
              10 WS-YTD-EARNINGS        PIC S9(12)V99.
        01 WS-NATURAL-AMOUNT            PIC S9(12)V99 VALUE 0.
        01 WS-ANY-AMOUNT-SW             PIC X(01) VALUE "N".
           88 ACCOUNT-HAS-AMOUNTS          VALUE "Y".
        01 WS-STATEMENT-SW              PIC X(01) VALUE "I".
           88 PRINTING-INCOME-STATEMENT    VALUE "I".
           88 PRINTING-BALANCE-SHEET       VALUE "B".
        01 WS-PROOF-SW                  PIC X(01) VALUE "Y".
           88 STATEMENTS-PROVE             VALUE "Y".

        01 WS-ROWS-READ                 PIC 9(05) VALUE 0.
        01 WS-UNCLASSIFIED-COUNT        PIC 9(03) VALUE 0.
        01 WS-NET-FORMAT                PIC -ZZZ,ZZZ,ZZ9.99.
        01 WS-RUN-DATE                  PIC X(08).
        01 WS-RUN-TIME                  PIC 9(08) VALUE 0.
        COPY "AUDITTRL.cpy".

       01  PAGE-HDG-01.
           05 PAGE-HDG-01-CC         PIC X(01) VALUE SPACE.
           05 FILLER                 PIC X(45) VALUE SPACES.
           05 PAGE-HDG-01-TITLE      PIC X(20).
           05 FILLER                 PIC X(08) VALUE "PERIOD: ".
           05 PAGE-HDG-01-PERIOD     PIC X(06).
           05 FILLER                 PIC X(25) VALUE SPACES.
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
           05 FILLER                 PIC X(41) VALUE SPACES.
           05 PAGE-HDG-03-COL        PIC X(17) OCCURS 5 TIMES.
       01  PAGE-HDG-04.
           05 PAGE-HDG-04-CC         PIC X(01) VALUE SPACE.
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 FILLER                 PIC X(40)
              VALUE "ACCOUNT  ACCOUNT NAME".
           05 PAGE-HDG-04-COL        PIC X(17) OCCURS 5 TIMES.

       01  DETAIL-LINE-ACCOUNT.
           05 DTL-CC                 PIC X(01) VALUE SPACE.
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 DTL-ACCOUNT            PIC X(08).
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 DTL-ACCT-NAME          PIC X(30).
           05 DTL-AMOUNT-COL OCCURS 5 TIMES.
              10 FILLER              PIC X(02) VALUE SPACES.
              10 DTL-AMOUNT          PIC ZZZ,ZZZ,ZZ9.99-.

       01  SECTION-HDG.
           05 SEC-CC                 PIC X(01) VALUE SPACE.
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 SEC-TEXT               PIC X(40).

       01  DETAIL-LINE-LINE.
           05 FILLER                 PIC X(42) VALUE SPACES.
           05 FILLER                 PIC X(85) VALUE ALL "_".

       01  VERDICT-LINE.
           05 VDL-CC                 PIC X(01) VALUE SPACE.
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 VDL-TEXT               PIC X(90).

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

           DISPLAY "GLSTMTRB FOR RYAN BROOKS".

           PERFORM 1000-INITIALIZE.
           PERFORM 2000-READ-LEDGER-ROW.

           perform until END-OF-GL-LEDGER
              perform 3000-ROLL-UP-ROW THRU 3000-EXIT
              perform 2000-READ-LEDGER-ROW
           END-PERFORM.

           PERFORM 5000-PRINT-INCOME-STATEMENT.
           PERFORM 6000-PRINT-BALANCE-SHEET.

           display "LEDGER ROWS READ:            " WS-ROWS-READ.
           display "ACCOUNTS ON STATEMENTS:      " WS-ACCT-COUNT.
           display "UNCLASSIFIED ACCOUNTS:       "
               WS-UNCLASSIFIED-COUNT.

           IF NOT STATEMENTS-PROVE
              DISPLAY "GLSTMTRB: STATEMENTS DO NOT PROVE - "
                  "THE LEDGER NEEDS A LOOK"
              MOVE 08 TO RETURN-CODE
           END-IF.

           PERFORM 9900-WRITE-AUDIT-RECORD.

           close GL-LEDGER-FILE
                 STATEMENT-REPORT
                 AUDIT-TRAIL-FILE.

           GOBACK.

       0500-GET-FILE-PATHS.
      * OVERRIDE THE DEFAULT FILE PATHS IF THE MATCHING ENVIRONMENT
      * VARIABLE HAS BEEN SET:
           ACCEPT WS-ENV-PATH-OVERRIDE FROM ENVIRONMENT
                  "GLSTMTRB-GL-LEDGER-FILE".
           IF WS-ENV-PATH-OVERRIDE NOT = SPACES
              MOVE WS-ENV-PATH-OVERRIDE TO WS-GL-LEDGER-PATH
           END-IF.
           ACCEPT WS-ENV-PATH-OVERRIDE FROM ENVIRONMENT
                  "GLSTMTRB-GL-CHART-FILE".
           IF WS-ENV-PATH-OVERRIDE NOT = SPACES
              MOVE WS-ENV-PATH-OVERRIDE TO WS-GL-CHART-PATH
           END-IF.
           ACCEPT WS-ENV-PATH-OVERRIDE FROM ENVIRONMENT
                  "GLSTMTRB-STATEMENTS".
           IF WS-ENV-PATH-OVERRIDE NOT = SPACES
              MOVE WS-ENV-PATH-OVERRIDE TO WS-STATEMENT-PATH
           END-IF.
           ACCEPT WS-ENV-PATH-OVERRIDE FROM ENVIRONMENT
                  "GLSTMTRB-AUDIT-TRAIL-FILE".
           IF WS-ENV-PATH-OVERRIDE NOT = SPACES
              MOVE WS-ENV-PATH-OVERRIDE TO WS-AUDIT-TRAIL-PATH
           END-IF.

       1000-INITIALIZE.
           PERFORM 0500-GET-FILE-PATHS.
           ACCEPT WS-RUN-DATE FROM DATE.
           MOVE   WS-RUN-DATE TO PAGE-HDG-02-DATE.
           ACCEPT WS-REPORT-PERIOD FROM ENVIRONMENT
                  "GLSTMTRB-PERIOD".
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
              DISPLAY "GLSTMTRB: GLSTMTRB-PERIOD " WS-REPORT-PERIOD
                  " IS NOT A FISCAL PERIOD (CCYYPP) - RUN STOPPED"
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           MOVE WS-REPORT-PERIOD TO PAGE-HDG-01-PERIOD.
           PERFORM 1100-SET-COLUMN-PERIODS.
           OPEN INPUT GL-LEDGER-FILE.
           IF NOT GL-LEDGER-SUCCESSFUL
              DISPLAY "GLSTMTRB: NO LEDGER AT " WS-GL-LEDGER-PATH
                  " STATUS = " WS-GL-LEDGER-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN OUTPUT STATEMENT-REPORT.
           OPEN EXTEND AUDIT-TRAIL-FILE.
           IF NOT GOOD-AUDIT-TRAIL-WRITE
              CLOSE AUDIT-TRAIL-FILE
              OPEN OUTPUT AUDIT-TRAIL-FILE
           END-IF.
           MOVE ZEROS TO WS-SEC-TOTALS WS-STATEMENT-TOTALS.
           PERFORM 1500-LOAD-CHART.

       1100-SET-COLUMN-PERIODS.
      * COLUMN 1 - THE PERIOD ITSELF.
           MOVE WS-REPORT-PERIOD TO WS-COL-FROM (1) WS-COL-THRU (1).
           MOVE WS-PERIOD-CCYY   TO WS-COL-YEAR-START (1) (1:4).
           MOVE "01"             TO WS-COL-YEAR-START (1) (5:2).
      * COLUMN 4 - THIS YEAR TO DATE.
           MOVE WS-COL-YEAR-START (1) TO WS-COL-FROM (4).
           MOVE WS-REPORT-PERIOD      TO WS-COL-THRU (4).
           MOVE WS-COL-YEAR-START (1) TO WS-COL-YEAR-START (4).
      * COLUMN 3 - SAME PERIOD LAST YEAR; COLUMN 5 - LAST YEAR TO
      * THE SAME PERIOD.
           SUBTRACT 1 FROM WS-PERIOD-CCYY.
           MOVE WS-PERIOD-WORK   TO WS-COL-FROM (3) WS-COL-THRU (3)
                                    WS-COL-THRU (5).
           MOVE WS-PERIOD-CCYY   TO WS-COL-YEAR-START (3) (1:4).
           MOVE "01"             TO WS-COL-YEAR-START (3) (5:2).
           MOVE WS-COL-YEAR-START (3) TO WS-COL-FROM (5)
                                         WS-COL-YEAR-START (5).
      * COLUMN 2 - THE PRIOR PERIOD, BACK INTO LAST YEAR FROM 01.
           MOVE WS-REPORT-PERIOD TO WS-PERIOD-WORK.
           IF WS-PERIOD-PP = 01
              SUBTRACT 1 FROM WS-PERIOD-CCYY
              MOVE 12 TO WS-PERIOD-PP
           ELSE
              SUBTRACT 1 FROM WS-PERIOD-PP
           END-IF.
           MOVE WS-PERIOD-WORK   TO WS-COL-FROM (2) WS-COL-THRU (2).
           MOVE WS-PERIOD-CCYY   TO WS-COL-YEAR-START (2) (1:4).
           MOVE "01"             TO WS-COL-YEAR-START (2) (5:2).

       1500-LOAD-CHART.
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
                          PERFORM 1550-RESOLVE-SECTION
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE GL-CHART-FILE
           ELSE
              DISPLAY "GLSTMTRB: NO CHART OF ACCOUNTS - EVERY "
                  "ACCOUNT WILL PRINT UNCLASSIFIED"
           END-IF.

       1550-RESOLVE-SECTION.
      * KEEP THE CHART'S SECTION WHEN IT BELONGS ON THE STATEMENT
      * THE TYPE PUTS THE ACCOUNT ON; OTHERWISE DEFAULT IT.
           MOVE SPACES TO TABLE-GLC-SECTION (WS-CHART-COUNT).
           PERFORM VARYING WS-SEC-SUB FROM 1 BY 1
              UNTIL WS-SEC-SUB > 11
                 OR TABLE-SEC-CODE (WS-SEC-SUB) = GLC-SECTION
           END-PERFORM.
           IF WS-SEC-SUB NOT > 11 AND GLC-SECTION NOT = "UN"
              EVALUATE TRUE
                 WHEN (GLC-TYPE = "R" OR "E")
                    AND TABLE-SEC-STATEMENT (WS-SEC-SUB) = "I"
                    MOVE GLC-SECTION
                      TO TABLE-GLC-SECTION (WS-CHART-COUNT)
                 WHEN (GLC-TYPE = "A" OR "L" OR "C")
                    AND TABLE-SEC-STATEMENT (WS-SEC-SUB) = "B"
                    MOVE GLC-SECTION
                      TO TABLE-GLC-SECTION (WS-CHART-COUNT)
              END-EVALUATE
           END-IF.
           IF TABLE-GLC-SECTION (WS-CHART-COUNT) = SPACES
              EVALUATE TRUE
                 WHEN GLC-TYPE = "R"
                    MOVE "RV" TO TABLE-GLC-SECTION (WS-CHART-COUNT)
                 WHEN GLC-TYPE = "E"
                    AND (GLC-ACCOUNT (1:2) = "61"
                      OR GLC-ACCOUNT (1:2) = "64")
                    MOVE "PY" TO TABLE-GLC-SECTION (WS-CHART-COUNT)
                 WHEN GLC-TYPE = "E"
                    MOVE "OX" TO TABLE-GLC-SECTION (WS-CHART-COUNT)
                 WHEN GLC-TYPE = "A"
                    MOVE "CA" TO TABLE-GLC-SECTION (WS-CHART-COUNT)
                 WHEN GLC-TYPE = "L"
                    MOVE "CL" TO TABLE-GLC-SECTION (WS-CHART-COUNT)
                 WHEN GLC-TYPE = "C"
                    MOVE "EQ" TO TABLE-GLC-SECTION (WS-CHART-COUNT)
                 WHEN OTHER
                    MOVE "UN" TO TABLE-GLC-SECTION (WS-CHART-COUNT)
              END-EVALUATE
           END-IF.

       2000-READ-LEDGER-ROW.
           READ GL-LEDGER-FILE
                AT END
                   DISPLAY "END OF LEDGER FILE"
                NOT AT END
                   ADD 1 TO WS-ROWS-READ.

       3000-ROLL-UP-ROW.
      * ROWS AFTER THE REPORT PERIOD PLAY NO PART IN ANY COLUMN.
           IF GLL-PERIOD > WS-REPORT-PERIOD
              OR GLL-PERIOD NOT NUMERIC
              GO TO 3000-EXIT
           END-IF.
           PERFORM VARYING WS-ACCT-SUB FROM 1 BY 1
              UNTIL WS-ACCT-SUB > WS-ACCT-COUNT
                 OR TABLE-ACC-ACCOUNT (WS-ACCT-SUB) = GLL-ACCOUNT
           END-PERFORM.
           IF WS-ACCT-SUB > WS-ACCT-COUNT
              IF WS-ACCT-COUNT = 500
                 DISPLAY "GLSTMTRB: ACCOUNT TABLE CEILING (500) "
                     "REACHED - RUN STOPPED"
                 MOVE 16 TO RETURN-CODE
                 GOBACK
              END-IF
              PERFORM 3100-ADD-ACCOUNT
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
           IF TABLE-ACC-INCOME-STMT (WS-ACCT-SUB)
              PERFORM 3200-ROLL-UP-INCOME-ROW
           ELSE
              PERFORM 3300-ROLL-UP-BALANCE-ROW
           END-IF.
       3000-EXIT.
           EXIT.

       3100-ADD-ACCOUNT.
           ADD 1 TO WS-ACCT-COUNT.
           MOVE WS-ACCT-COUNT TO WS-ACCT-SUB.
           MOVE GLL-ACCOUNT TO TABLE-ACC-ACCOUNT (WS-ACCT-SUB).
           PERFORM VARYING WS-CHART-SUB FROM 1 BY 1
              UNTIL WS-CHART-SUB > WS-CHART-COUNT
                 OR TABLE-GLC-ACCOUNT (WS-CHART-SUB) = GLL-ACCOUNT
           END-PERFORM.
           IF WS-CHART-SUB > WS-CHART-COUNT
              MOVE "** NOT ON CHART OF ACCOUNTS **"
                TO TABLE-ACC-NAME (WS-ACCT-SUB)
              MOVE "A"  TO TABLE-ACC-TYPE (WS-ACCT-SUB)
              MOVE "UN" TO TABLE-ACC-SECTION (WS-ACCT-SUB)
           ELSE
              MOVE TABLE-GLC-NAME (WS-CHART-SUB)
                TO TABLE-ACC-NAME (WS-ACCT-SUB)
              MOVE TABLE-GLC-TYPE (WS-CHART-SUB)
                TO TABLE-ACC-TYPE (WS-ACCT-SUB)
              MOVE TABLE-GLC-SECTION (WS-CHART-SUB)
                TO TABLE-ACC-SECTION (WS-ACCT-SUB)
           END-IF.
      * AN UNCLASSIFIED ACCOUNT CARRIES ITS DEBIT BALANCE ON THE
      * ASSET SIDE WHATEVER ITS CHART TYPE SAYS.
           IF TABLE-ACC-SECTION (WS-ACCT-SUB) = "UN"
              MOVE "A" TO TABLE-ACC-TYPE (WS-ACCT-SUB)
              ADD 1 TO WS-UNCLASSIFIED-COUNT
           END-IF.
           PERFORM VARYING WS-COL-SUB FROM 1 BY 1
              UNTIL WS-COL-SUB > 5
              MOVE 0 TO TABLE-ACC-IS-AMT (WS-ACCT-SUB, WS-COL-SUB)
           END-PERFORM.
           PERFORM VARYING WS-COL-SUB FROM 1 BY 1
              UNTIL WS-COL-SUB > 3
              MOVE 0 TO TABLE-ACC-BS-AMT (WS-ACCT-SUB, WS-COL-SUB)
           END-PERFORM.

       3200-ROLL-UP-INCOME-ROW.
      * INTO EVERY INCOME STATEMENT COLUMN THE ROW'S PERIOD FALLS IN,
      * AND INTO THE EQUITY PLUGS FOR EACH BALANCE SHEET COLUMN -
      * THIS FISCAL YEAR'S EARNINGS OR AN EARLIER YEAR'S.  REVENUE
      * ADDS TO EARNINGS, EXPENSE TAKES AWAY.
           PERFORM VARYING WS-COL-SUB FROM 1 BY 1
              UNTIL WS-COL-SUB > 5
              IF GLL-PERIOD NOT < WS-COL-FROM (WS-COL-SUB)
                 AND GLL-PERIOD NOT > WS-COL-THRU (WS-COL-SUB)
                 ADD WS-NATURAL-AMOUNT
                   TO TABLE-ACC-IS-AMT (WS-ACCT-SUB, WS-COL-SUB)
              END-IF
           END-PERFORM.
           IF TABLE-ACC-TYPE (WS-ACCT-SUB) = "E"
              COMPUTE WS-NATURAL-AMOUNT = 0 - WS-NATURAL-AMOUNT
           END-IF.
           PERFORM VARYING WS-COL-SUB FROM 1 BY 1
              UNTIL WS-COL-SUB > 3
              IF GLL-PERIOD NOT > WS-COL-THRU (WS-COL-SUB)
                 IF GLL-PERIOD < WS-COL-YEAR-START (WS-COL-SUB)
                    ADD WS-NATURAL-AMOUNT
                      TO WS-PRIOR-YEARS-EARNINGS (WS-COL-SUB)
                 ELSE
                    ADD WS-NATURAL-AMOUNT
                      TO WS-YTD-EARNINGS (WS-COL-SUB)
                 END-IF
              END-IF
           END-PERFORM.

       3300-ROLL-UP-BALANCE-ROW.
      * A BALANCE IS EVERYTHING POSTED THROUGH THE COLUMN'S PERIOD.
           PERFORM VARYING WS-COL-SUB FROM 1 BY 1
              UNTIL WS-COL-SUB > 3
              IF GLL-PERIOD NOT > WS-COL-THRU (WS-COL-SUB)
                 ADD WS-NATURAL-AMOUNT
                   TO TABLE-ACC-BS-AMT (WS-ACCT-SUB, WS-COL-SUB)
              END-IF
           END-PERFORM.

       5000-PRINT-INCOME-STATEMENT.
           SET PRINTING-INCOME-STATEMENT TO TRUE.
           MOVE 5 TO WS-COL-LIMIT.
           MOVE "INCOME STATEMENT    " TO PAGE-HDG-01-TITLE.
           MOVE "           PERIOD" TO PAGE-HDG-03-COL (1).
           MOVE "     PRIOR PERIOD" TO PAGE-HDG-03-COL (2).
           MOVE "    SAME PER. L/Y" TO PAGE-HDG-03-COL (3).
           MOVE "     YEAR TO DATE" TO PAGE-HDG-03-COL (4).
           MOVE " L/Y YEAR TO DATE" TO PAGE-HDG-03-COL (5).
           PERFORM VARYING WS-COL-SUB FROM 1 BY 1
              UNTIL WS-COL-SUB > 5
              MOVE SPACES TO PAGE-HDG-04-COL (WS-COL-SUB)
              IF WS-COL-FROM (WS-COL-SUB) = WS-COL-THRU (WS-COL-SUB)
                 MOVE WS-COL-THRU (WS-COL-SUB)
                   TO PAGE-HDG-04-COL (WS-COL-SUB) (12:6)
              ELSE
                 MOVE WS-COL-FROM (WS-COL-SUB)
                   TO PAGE-HDG-04-COL (WS-COL-SUB) (5:6)
                 MOVE "-" TO PAGE-HDG-04-COL (WS-COL-SUB) (11:1)
                 MOVE WS-COL-THRU (WS-COL-SUB)
                   TO PAGE-HDG-04-COL (WS-COL-SUB) (12:6)
              END-IF
           END-PERFORM.
           PERFORM 8000-WRITE-HEADINGS.
           PERFORM VARYING WS-SEC-SUB FROM 1 BY 1
              UNTIL WS-SEC-SUB > 4
              PERFORM 7000-PRINT-SECTION THRU 7000-EXIT
              IF WS-SEC-SUB = 2
      * GROSS MARGIN IS REVENUE LESS COST OF GOODS SOLD.
                 PERFORM VARYING WS-COL-SUB FROM 1 BY 1
                    UNTIL WS-COL-SUB > 5
                    COMPUTE WS-GROSS-MARGIN (WS-COL-SUB) =
                        WS-SEC-AMT (1, WS-COL-SUB)
                        - WS-SEC-AMT (2, WS-COL-SUB)
                    MOVE WS-GROSS-MARGIN (WS-COL-SUB)
                      TO DTL-AMOUNT (WS-COL-SUB)
                 END-PERFORM
                 MOVE "GROSS MARGIN" TO DTL-ACCT-NAME
                 PERFORM 7300-PRINT-STATEMENT-TOTAL
              END-IF
           END-PERFORM.
           PERFORM VARYING WS-COL-SUB FROM 1 BY 1
              UNTIL WS-COL-SUB > 5
              COMPUTE WS-NET-INCOME (WS-COL-SUB) =
                  WS-GROSS-MARGIN (WS-COL-SUB)
                  - WS-SEC-AMT (3, WS-COL-SUB)
                  - WS-SEC-AMT (4, WS-COL-SUB)
              MOVE WS-NET-INCOME (WS-COL-SUB)
                TO DTL-AMOUNT (WS-COL-SUB)
           END-PERFORM.
           MOVE "NET INCOME" TO DTL-ACCT-NAME.
           PERFORM 7300-PRINT-STATEMENT-TOTAL.

       6000-PRINT-BALANCE-SHEET.
           SET PRINTING-BALANCE-SHEET TO TRUE.
           MOVE 3 TO WS-COL-LIMIT.
           MOVE "BALANCE SHEET       " TO PAGE-HDG-01-TITLE.
           MOVE "    END OF PERIOD" TO PAGE-HDG-03-COL (1).
           MOVE "     PRIOR PERIOD" TO PAGE-HDG-03-COL (2).
           MOVE "    SAME PER. L/Y" TO PAGE-HDG-03-COL (3).
           MOVE SPACES TO PAGE-HDG-03-COL (4) PAGE-HDG-03-COL (5)
                          PAGE-HDG-04-COL (4) PAGE-HDG-04-COL (5).
           PERFORM 8000-WRITE-HEADINGS.
           PERFORM VARYING WS-SEC-SUB FROM 5 BY 1
              UNTIL WS-SEC-SUB > 11
              PERFORM 7000-PRINT-SECTION THRU 7000-EXIT
              EVALUATE WS-SEC-SUB
                 WHEN 8
                    PERFORM VARYING WS-COL-SUB FROM 1 BY 1
                       UNTIL WS-COL-SUB > 3
                       COMPUTE WS-TOTAL-ASSETS (WS-COL-SUB) =
                           WS-SEC-AMT (5, WS-COL-SUB)
                           + WS-SEC-AMT (6, WS-COL-SUB)
                           + WS-SEC-AMT (7, WS-COL-SUB)
                           + WS-SEC-AMT (8, WS-COL-SUB)
                       MOVE WS-TOTAL-ASSETS (WS-COL-SUB)
                         TO DTL-AMOUNT (WS-COL-SUB)
                    END-PERFORM
                    MOVE "TOTAL ASSETS" TO DTL-ACCT-NAME
                    PERFORM 7300-PRINT-STATEMENT-TOTAL
                 WHEN 10
                    PERFORM VARYING WS-COL-SUB FROM 1 BY 1
                       UNTIL WS-COL-SUB > 3
                       COMPUTE WS-TOTAL-LIABILITIES (WS-COL-SUB) =
                           WS-SEC-AMT (9, WS-COL-SUB)
                           + WS-SEC-AMT (10, WS-COL-SUB)
                       MOVE WS-TOTAL-LIABILITIES (WS-COL-SUB)
                         TO DTL-AMOUNT (WS-COL-SUB)
                    END-PERFORM
                    MOVE "TOTAL LIABILITIES" TO DTL-ACCT-NAME
                    PERFORM 7300-PRINT-STATEMENT-TOTAL
              END-EVALUATE
           END-PERFORM.
           PERFORM 6100-PRINT-EQUITY-PLUGS.
           PERFORM 6200-PROVE-STATEMENTS.

       6100-PRINT-EQUITY-PLUGS.
      * THE EARNINGS NO CLOSING ENTRY HAS MOVED INTO EQUITY.
           PERFORM VARYING WS-COL-SUB FROM 1 BY 1
              UNTIL WS-COL-SUB > 3
              MOVE WS-PRIOR-YEARS-EARNINGS (WS-COL-SUB)
                TO DTL-AMOUNT (WS-COL-SUB)
           END-PERFORM.
           MOVE SPACES TO DTL-ACCOUNT.
           MOVE "RETAINED EARNINGS - PRIOR YRS" TO DTL-ACCT-NAME.
           PERFORM 7200-WRITE-DETAIL.
           PERFORM VARYING WS-COL-SUB FROM 1 BY 1
              UNTIL WS-COL-SUB > 3
              MOVE WS-YTD-EARNINGS (WS-COL-SUB)
                TO DTL-AMOUNT (WS-COL-SUB)
           END-PERFORM.
           MOVE "NET INCOME - YEAR TO DATE" TO DTL-ACCT-NAME.
           PERFORM 7200-WRITE-DETAIL.
           PERFORM VARYING WS-COL-SUB FROM 1 BY 1
              UNTIL WS-COL-SUB > 3
              COMPUTE WS-TOTAL-EQUITY (WS-COL-SUB) =
                  WS-SEC-AMT (11, WS-COL-SUB)
                  + WS-PRIOR-YEARS-EARNINGS (WS-COL-SUB)
                  + WS-YTD-EARNINGS (WS-COL-SUB)
              MOVE WS-TOTAL-EQUITY (WS-COL-SUB)
                TO DTL-AMOUNT (WS-COL-SUB)
           END-PERFORM.
           MOVE "TOTAL EQUITY" TO DTL-ACCT-NAME.
           PERFORM 7300-PRINT-STATEMENT-TOTAL.
           PERFORM VARYING WS-COL-SUB FROM 1 BY 1
              UNTIL WS-COL-SUB > 3
              COMPUTE DTL-AMOUNT (WS-COL-SUB) =
                  WS-TOTAL-LIABILITIES (WS-COL-SUB)
                  + WS-TOTAL-EQUITY (WS-COL-SUB)
           END-PERFORM.
           MOVE "TOTAL LIABILITIES AND EQUITY" TO DTL-ACCT-NAME.
           PERFORM 7300-PRINT-STATEMENT-TOTAL.

       6200-PROVE-STATEMENTS.
      * ASSETS MUST EQUAL LIABILITIES PLUS EQUITY IN EVERY COLUMN,
      * AND THE YEAR-TO-DATE PLUG MUST EQUAL THE INCOME STATEMENT'S
      * NET INCOME FOR THE SAME SPAN (THIS YEAR AND LAST YEAR).
           PERFORM VARYING WS-COL-SUB FROM 1 BY 1
              UNTIL WS-COL-SUB > 3
              IF WS-TOTAL-ASSETS (WS-COL-SUB) NOT =
                 WS-TOTAL-LIABILITIES (WS-COL-SUB)
                 + WS-TOTAL-EQUITY (WS-COL-SUB)
                 MOVE "N" TO WS-PROOF-SW
              END-IF
           END-PERFORM.
           IF STATEMENTS-PROVE
              MOVE "BALANCE SHEET IN BALANCE IN EVERY COLUMN"
                TO VDL-TEXT
           ELSE
              MOVE "*** BALANCE SHEET OUT OF BALANCE ***" TO VDL-TEXT
           END-IF.
           write STATEMENT-RECORD from VERDICT-LINE
             after advancing 02 lines.
           IF WS-YTD-EARNINGS (1) = WS-NET-INCOME (4)
              AND WS-YTD-EARNINGS (3) = WS-NET-INCOME (5)
              MOVE "NET INCOME PLUG TIES TO THE INCOME STATEMENT"
                TO VDL-TEXT
           ELSE
              MOVE "N" TO WS-PROOF-SW
              MOVE WS-NET-INCOME (4) TO WS-NET-FORMAT
              MOVE SPACES TO VDL-TEXT
              STRING "*** NET INCOME PLUG DOES NOT TIE TO THE INCOME "
                     "STATEMENT YEAR TO DATE OF " WS-NET-FORMAT " ***"
                DELIMITED BY SIZE INTO VDL-TEXT
           END-IF.
           write STATEMENT-RECORD from VERDICT-LINE
             after advancing 01 lines.
           write STATEMENT-RECORD from WS-REPORT-RULER
             after advancing 02 lines.

       7000-PRINT-SECTION.
      * SECTION HEADING, ITS ACCOUNTS, AND ITS TOTAL.  AN EMPTY
      * UNCLASSIFIED SECTION IS LEFT OFF.
           MOVE 0 TO WS-SEC-ACCOUNTS.
           PERFORM VARYING WS-ACCT-SUB FROM 1 BY 1
              UNTIL WS-ACCT-SUB > WS-ACCT-COUNT
              IF TABLE-ACC-SECTION (WS-ACCT-SUB) =
                 TABLE-SEC-CODE (WS-SEC-SUB)
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
           write STATEMENT-RECORD from SECTION-HDG
             after advancing 02 lines.
           add 2 to WS-LINE-COUNT.
           PERFORM VARYING WS-ACCT-SUB FROM 1 BY 1
              UNTIL WS-ACCT-SUB > WS-ACCT-COUNT
              IF TABLE-ACC-SECTION (WS-ACCT-SUB) =
                 TABLE-SEC-CODE (WS-SEC-SUB)
                 PERFORM 7100-PRINT-ONE-ACCOUNT
              END-IF
           END-PERFORM.
           PERFORM VARYING WS-COL-SUB FROM 1 BY 1
              UNTIL WS-COL-SUB > WS-COL-LIMIT
              MOVE WS-SEC-AMT (WS-SEC-SUB, WS-COL-SUB)
                TO DTL-AMOUNT (WS-COL-SUB)
           END-PERFORM.
           MOVE SPACES TO DTL-ACCT-NAME.
           STRING "TOTAL " TABLE-SEC-TITLE (WS-SEC-SUB)
             DELIMITED BY "  " INTO DTL-ACCT-NAME.
           PERFORM 7300-PRINT-STATEMENT-TOTAL.
       7000-EXIT.
           EXIT.

       7100-PRINT-ONE-ACCOUNT.
      * AN ACCOUNT WITH NOTHING IN ANY COLUMN IS LEFT OFF.
           MOVE "N" TO WS-ANY-AMOUNT-SW.
           PERFORM VARYING WS-COL-SUB FROM 1 BY 1
              UNTIL WS-COL-SUB > WS-COL-LIMIT
              IF PRINTING-INCOME-STATEMENT
                 MOVE TABLE-ACC-IS-AMT (WS-ACCT-SUB, WS-COL-SUB)
                   TO WS-NATURAL-AMOUNT
              ELSE
                 MOVE TABLE-ACC-BS-AMT (WS-ACCT-SUB, WS-COL-SUB)
                   TO WS-NATURAL-AMOUNT
              END-IF
              IF WS-NATURAL-AMOUNT NOT = 0
                 SET ACCOUNT-HAS-AMOUNTS TO TRUE
              END-IF
              ADD WS-NATURAL-AMOUNT
                TO WS-SEC-AMT (WS-SEC-SUB, WS-COL-SUB)
              MOVE WS-NATURAL-AMOUNT TO DTL-AMOUNT (WS-COL-SUB)
           END-PERFORM.
           IF ACCOUNT-HAS-AMOUNTS
              MOVE TABLE-ACC-ACCOUNT (WS-ACCT-SUB) TO DTL-ACCOUNT
              MOVE TABLE-ACC-NAME (WS-ACCT-SUB)    TO DTL-ACCT-NAME
              PERFORM 7200-WRITE-DETAIL
           END-IF.

       7200-WRITE-DETAIL.
      * THE BALANCE SHEET USES THE FIRST THREE AMOUNT COLUMNS ONLY.
           IF PRINTING-BALANCE-SHEET
              MOVE SPACES TO DTL-AMOUNT-COL (4) DTL-AMOUNT-COL (5)
           END-IF.
           if WS-LINE-COUNT > 50
              PERFORM 8000-WRITE-HEADINGS
           END-IF.
           write STATEMENT-RECORD from DETAIL-LINE-ACCOUNT
             after advancing 01 lines.
           add 1 to WS-LINE-COUNT.

       7300-PRINT-STATEMENT-TOTAL.
      * CALLERS SET THE CAPTION AND THE AMOUNTS; THE TOTAL IS RULED
      * OFF FROM THE LINES ABOVE IT.
           MOVE SPACES TO DTL-ACCOUNT.
           if WS-LINE-COUNT > 49
              PERFORM 8000-WRITE-HEADINGS
           END-IF.
           write STATEMENT-RECORD from DETAIL-LINE-LINE
             after advancing 01 lines.
           add 1 to WS-LINE-COUNT.
           PERFORM 7200-WRITE-DETAIL.

       8000-WRITE-HEADINGS.
           add 1 to WS-PAGE-COUNT.
           move WS-PAGE-COUNT TO PAGE-HDG-01-PAGE.
           WRITE STATEMENT-RECORD FROM WS-REPORT-RULER
             after advancing page.
           WRITE STATEMENT-RECORD
            FROM PAGE-HDG-01 after advancing 01 LINES.
           WRITE STATEMENT-RECORD
            FROM PAGE-HDG-02 after advancing 01 LINES.
           WRITE STATEMENT-RECORD
            FROM PAGE-HDG-03 AFTER ADVANCING 02 LINES.
           WRITE STATEMENT-RECORD
            FROM PAGE-HDG-04 AFTER ADVANCING 01 LINES.
           MOVE 5 TO WS-LINE-COUNT.

       9900-WRITE-AUDIT-RECORD.
      * APPEND ONE SUMMARY LINE FOR THIS RUN TO THE SHARED OPERATIONS
      * AUDIT TRAIL, MIRRORING THE PROGRAM TOTALS DISPLAYED ABOVE.
           ACCEPT WS-RUN-TIME FROM TIME.
           MOVE "GLSTMTRB"          TO AUD-PROGRAM-NAME.
           MOVE WS-RUN-DATE         TO AUD-RUN-DATE.
           MOVE WS-RUN-TIME         TO AUD-RUN-TIME.
           MOVE WS-ROWS-READ        TO AUD-RECORDS-READ.
           MOVE WS-ACCT-COUNT       TO AUD-RECORDS-WRITTEN.
           MOVE SPACES              TO AUD-KEY-TOTALS.
           MOVE "NI="               TO AUD-KEY-TOTALS(1:3).
           MOVE WS-NET-INCOME (1)   TO WS-NET-FORMAT.
           MOVE WS-NET-FORMAT       TO AUD-KEY-TOTALS(4:15).
           MOVE WS-REPORT-PERIOD    TO AUD-KEY-TOTALS(20:6).
           IF RETURN-CODE = 0
              MOVE "OK" TO AUD-COMPLETION-STATUS
           ELSE
              MOVE "ER" TO AUD-COMPLETION-STATUS
           END-IF.
           WRITE AUDIT-TRAIL-RECORD FROM AUDIT-TRAIL-LINE.
