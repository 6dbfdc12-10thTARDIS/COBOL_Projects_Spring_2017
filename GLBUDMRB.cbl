       IDENTIFICATION DIVISION.
       PROGRAM-ID.    GLBUDMRB.
       AUTHOR.        RYAN BROOKS
      * GENERAL LEDGER BUDGET MAINTENANCE.  THE BUDGET MASTER
      * (GLBUDGET.DAT) HOLDS ONE BUDGET AMOUNT PER GL ACCOUNT AND
      * FISCAL PERIOD, ON THE ACCOUNT'S NATURAL SIDE (REVENUE AS A
      * POSITIVE CREDIT, EXPENSE AS A POSITIVE DEBIT) - GLBVARRB SETS
      * THE LEDGER'S ACTUALS AGAINST IT.  THIS PROGRAM APPLIES THE
      * BUDGET TRANSACTION FILE (BUDTRAN.DAT) TO THE MASTER AND LISTS
      * EVERY TRANSACTION WITH THE BUDGET BEFORE AND AFTER, OR THE
      * REASON IT WAS REJECTED.
      *
      * TRANSACTION ACTIONS:
      *   S  SET THE BUDGET TO THE AMOUNT (ADDS THE ROW IF NEW)
      *   I  INCREASE THE BUDGET BY THE AMOUNT
      *   R  REDUCE THE BUDGET BY THE AMOUNT (NOT BELOW ZERO)
      *   D  DELETE THE ROW
      * A PERIOD OF CCYY00 ON AN S, I, OR R SPREADS AN ANNUAL AMOUNT
      * EVENLY OVER PERIODS 01 THROUGH 12, THE ODD CENTS LANDING IN
      * PERIOD 12; ON A D IT DELETES THE WHOLE YEAR.  AN ACCOUNT THE
      * CHART (GLCHART.DAT) DOESN'T KNOW IS REJECTED.
      *
      * THE MASTER IS LOADED WHOLE AND REWRITTEN WHOLE, THE WAY
      * GLPOSTRB KEEPS THE LEDGER, AND AN APPLIED TRANSACTION FILE IS
      * RENAMED ASIDE (<PATH>.P<YYMMDDHHMM>) SO IT CANNOT APPLY TWICE.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BUDGET-TRAN-FILE ASSIGN DYNAMIC
                 WS-BUDGET-TRAN-PATH
             organization is line sequential
             file status is WS-BUDGET-TRAN-STATUS.
           SELECT GL-CHART-FILE ASSIGN DYNAMIC
                 WS-GL-CHART-PATH
             organization is line sequential
             file status is WS-GL-CHART-STATUS.
           SELECT GL-BUDGET-FILE ASSIGN DYNAMIC
                 WS-GL-BUDGET-PATH
             organization is line sequential
             file status is WS-GL-BUDGET-STATUS.
           SELECT BUDGET-LISTING
             ASSIGN DYNAMIC WS-BUDGET-LISTING-PATH
             organization is LINE sequential
             file status is WS-BUDGET-LISTING-STATUS.
           SELECT AUDIT-TRAIL-FILE ASSIGN DYNAMIC
                 WS-AUDIT-TRAIL-PATH
             organization is line sequential
             file status is WS-AUDIT-TRAIL-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  BUDGET-TRAN-FILE
           RECORDING MODE IS F
           DATA RECORD IS BUDGET-TRAN-RECORD.
       01 BUDGET-TRAN-RECORD.
           05  BTR-ACTION               PIC X(01).
               88 BTR-SET                  VALUE "S".
               88 BTR-INCREASE             VALUE "I".
               88 BTR-REDUCE               VALUE "R".
               88 BTR-DELETE               VALUE "D".
           05  BTR-ACCOUNT              PIC X(08).
           05  BTR-PERIOD.
               10 BTR-PERIOD-CCYY       PIC X(04).
               10 BTR-PERIOD-PP         PIC X(02).
           05  BTR-AMOUNT               PIC 9(11)V99.

       FD  GL-CHART-FILE
           RECORDING MODE IS F
           DATA RECORD IS GL-CHART-RECORD.
       01 GL-CHART-RECORD.
           05  GLC-ACCOUNT              PIC X(08).
           05  FILLER                   PIC X(01).
           05  GLC-NAME                 PIC X(30).
           05  FILLER                   PIC X(01).
           05  GLC-TYPE                 PIC X(01).

       FD  GL-BUDGET-FILE
           RECORDING MODE IS F
           DATA RECORD IS GL-BUDGET-RECORD.
       01 GL-BUDGET-RECORD.
           05  GLB-ACCOUNT              PIC X(08).
           05  GLB-PERIOD               PIC X(06).
           05  GLB-AMOUNT               PIC 9(11)V99.

       FD  BUDGET-LISTING
           RECORDING MODE IS F
           DATA RECORD IS BUDGET-LISTING-RECORD.
       01 BUDGET-LISTING-RECORD          PIC X(133).

       FD  AUDIT-TRAIL-FILE
           RECORDING MODE IS F
           DATA RECORD IS AUDIT-TRAIL-RECORD.
       01 AUDIT-TRAIL-RECORD             PIC X(89).

       WORKING-STORAGE SECTION.
      * FILE PATHS - DEFAULT TO THE PATHS BELOW, BUT CAN BE OVERRIDDEN
      * AT RUN TIME BY SETTING THE MATCHING ENVIRONMENT VARIABLE
      * BEFORE STARTING THE PROGRAM (SEE 0500-GET-FILE-PATHS):
        01 WS-FILE-PATHS.
           05 WS-BUDGET-TRAN-PATH       PIC X(80)
                VALUE "C:\Users\Ryan\Desktop\BUDTRAN.DAT".
           05 WS-GL-CHART-PATH          PIC X(80)
                VALUE "C:\Users\Ryan\Desktop\GLCHART.DAT".
           05 WS-GL-BUDGET-PATH         PIC X(80)
                VALUE "C:\Users\Ryan\Desktop\GLBUDGET.DAT".
           05 WS-BUDGET-LISTING-PATH    PIC X(80)
                VALUE "C:\Users\Ryan\Desktop\GLBUDMNT.rpt".
           05 WS-AUDIT-TRAIL-PATH       PIC X(80)
                VALUE "C:\Users\Ryan\Desktop\OPS-AUDIT-TRAIL.LOG".
           05 WS-ENV-PATH-OVERRIDE      PIC X(80).
        01 WS-APPLIED-ASIDE-PATH        PIC X(80) VALUE SPACES.

      * File status
        COPY "FILESTAT.cpy" REPLACING
            ==STATUS-FIELD==   BY ==WS-BUDGET-TRAN-STATUS==
            ==STATUS-OK==      BY ==BUDGET-TRAN-SUCCESSFUL==
            ==STATUS-EOF==     BY ==END-OF-BUDGET-TRAN==
            ==STATUS-INVALID== BY ==INVALID-VALUE-IN-FILE==.
        01 WS-GL-CHART-STATUS           pic X(02).
           88 GL-CHART-SUCCESSFUL          VALUE "00".
           88 END-OF-GL-CHART              VALUE "10".
        01 WS-GL-BUDGET-STATUS          pic X(02).
           88 GL-BUDGET-SUCCESSFUL         VALUE "00".
           88 END-OF-GL-BUDGET             VALUE "10".
           88 GOOD-GL-BUDGET-WRITE         VALUE "00".
        01 WS-BUDGET-LISTING-STATUS     pic X(02).
           88 GOOD-LISTING-WRITE           VALUE "00".
        01 WS-AUDIT-TRAIL-STATUS        pic X(02).
           88 GOOD-AUDIT-TRAIL-WRITE       VALUE "00".

      * THE CHART OF ACCOUNTS.
        01 WS-CHART-COUNT               PIC 9(03) COMP VALUE 0.
        01 WS-CHART-TABLE.
           05 WS-CHART-ENTRY OCCURS 0 TO 500 TIMES
                DEPENDING ON WS-CHART-COUNT.
              10 TABLE-GLC-ACCOUNT      PIC X(08).
              10 TABLE-GLC-NAME         PIC X(30).
        01 WS-CHART-SUB                 PIC 9(03) COMP VALUE 0.

      * THE BUDGET MASTER, LOADED WHOLE AND REWRITTEN WHOLE.  A
      * DELETED ROW IS MARKED AND DROPPED ON THE REWRITE.
        01 WS-BUDGET-COUNT              PIC 9(04) COMP VALUE 0.
        01 WS-BUDGET-TABLE.
           05 WS-BUDGET-ENTRY OCCURS 0 TO 6000 TIMES
                DEPENDING ON WS-BUDGET-COUNT.
              10 TABLE-GLB-ACCOUNT      PIC X(08).
              10 TABLE-GLB-PERIOD       PIC X(06).
              10 TABLE-GLB-AMOUNT       PIC 9(11)V99.
              10 TABLE-GLB-DELETED-SW   PIC X(01).
                 88 TABLE-GLB-DELETED      VALUE "Y".
        01 WS-BUDGET-SUB                PIC 9(04) COMP VALUE 0.

      * ONE TRANSACTION, EXPANDED TO THE PERIODS IT TOUCHES.
        01 WS-FIRST-PP                  PIC 9(02) VALUE 0.
        01 WS-LAST-PP                   PIC 9(02) VALUE 0.
        01 WS-PP                        PIC 9(02) VALUE 0.
        01 WS-APPLY-PERIOD.
           05 WS-APPLY-CCYY             PIC X(04).
           05 WS-APPLY-PP               PIC 9(02).
        01 WS-PERIOD-AMOUNT             PIC 9(11)V99 VALUE 0.
        01 WS-SPREAD-SHARE              PIC 9(11)V99 VALUE 0.
        01 WS-ROW-NEW-BUDGET            PIC S9(12)V99 VALUE 0.
        01 WS-OLD-BUDGET                PIC 9(11)V99 VALUE 0.
        01 WS-NEW-BUDGET                PIC 9(11)V99 VALUE 0.
        01 WS-REJECT-REASON             PIC X(30) VALUE SPACES.
        01 WS-ROW-FOUND-SW              PIC X(01) VALUE "N".
           88 BUDGET-ROW-FOUND             VALUE "Y".

        01 WS-TRANS-READ                PIC 9(05) VALUE 0.
        01 WS-TRANS-APPLIED             PIC 9(05) VALUE 0.
        01 WS-TRANS-REJECTED            PIC 9(05) VALUE 0.
        01 WS-ROWS-WRITTEN              PIC 9(05) VALUE 0.
        01 WS-RENAME-RESULT             PIC 9(09) COMP-5 VALUE 0.
        01 WS-RUN-DATE                  PIC X(08).
        01 WS-RUN-TIME                  PIC 9(08) VALUE 0.
        COPY "AUDITTRL.cpy".

       01  PAGE-HDG-01.
           05 PAGE-HDG-01-CC         PIC X(01) VALUE SPACE.
           05 FILLER                 PIC X(45) VALUE SPACES.
           05 FILLER                 PIC X(37)
              VALUE "GL BUDGET MAINTENANCE LISTING".
           05 FILLER                 PIC X(22) VALUE SPACES.
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
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 FILLER                 PIC X(04) VALUE "ACT ".
           05 FILLER                 PIC X(10) VALUE "ACCOUNT   ".
           05 FILLER                 PIC X(32) VALUE "ACCOUNT NAME".
           05 FILLER                 PIC X(07) VALUE "PERIOD ".
           05 FILLER                 PIC X(16)
              VALUE "          AMOUNT".
           05 FILLER                 PIC X(16)
              VALUE "      OLD BUDGET".
           05 FILLER                 PIC X(16)
              VALUE "      NEW BUDGET".
           05 FILLER                 PIC X(10) VALUE "  RESULT".

       01  DETAIL-LINE-TRAN.
           05 DTL-CC                 PIC X(01) VALUE SPACE.
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 DTL-ACTION             PIC X(01).
           05 FILLER                 PIC X(03) VALUE SPACES.
           05 DTL-ACCOUNT            PIC X(08).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 DTL-ACCT-NAME          PIC X(30).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 DTL-PERIOD             PIC X(06).
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 DTL-AMOUNT             PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 DTL-OLD-BUDGET         PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 DTL-NEW-BUDGET         PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 DTL-RESULT             PIC X(30).

       01  TOTALS-LINE.
           05 TOTAL-LINE-CC          PIC X(01) VALUE SPACE.
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 FILLER                 PIC X(20)
              VALUE "TRANSACTIONS READ:  ".
           05 TOTAL-READ             PIC ZZ,ZZ9.
           05 FILLER                 PIC X(04) VALUE SPACES.
           05 FILLER                 PIC X(09) VALUE "APPLIED: ".
           05 TOTAL-APPLIED          PIC ZZ,ZZ9.
           05 FILLER                 PIC X(04) VALUE SPACES.
           05 FILLER                 PIC X(10) VALUE "REJECTED: ".
           05 TOTAL-REJECTED         PIC ZZ,ZZ9.
           05 FILLER                 PIC X(04) VALUE SPACES.
           05 FILLER                 PIC X(17)
              VALUE "BUDGET ROWS NOW: ".
           05 TOTAL-ROWS             PIC ZZ,ZZ9.

       01  DETAIL-LINE-LINE.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 FILLER                 PIC X(131) VALUE ALL "_".

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

           DISPLAY "GLBUDMRB FOR RYAN BROOKS".

           PERFORM 1000-INITIALIZE.
           PERFORM 2000-READ-TRANSACTION.

           perform until END-OF-BUDGET-TRAN
              perform 3000-APPLY-TRANSACTION THRU 3000-EXIT
              perform 2000-READ-TRANSACTION
           END-PERFORM.

           close BUDGET-TRAN-FILE.

           PERFORM 9600-WRITE-BUDGET-FILE.
           IF WS-TRANS-READ > 0
              PERFORM 9650-SET-APPLIED-ASIDE
           END-IF.
           perform 9000-CREATE-LISTING-TOTAL-LINE.

           display "TRANSACTIONS READ:           " WS-TRANS-READ.
           display "TRANSACTIONS APPLIED:        " WS-TRANS-APPLIED.
           display "TRANSACTIONS REJECTED:       " WS-TRANS-REJECTED.
           display "BUDGET ROWS ON FILE:         " WS-ROWS-WRITTEN.

           PERFORM 9900-WRITE-AUDIT-RECORD.

           close BUDGET-LISTING
                 AUDIT-TRAIL-FILE.

           GOBACK.

       0500-GET-FILE-PATHS.
      * OVERRIDE THE DEFAULT FILE PATHS IF THE MATCHING ENVIRONMENT
      * VARIABLE HAS BEEN SET:
           ACCEPT WS-ENV-PATH-OVERRIDE FROM ENVIRONMENT
                  "GLBUDMRB-BUDGET-TRAN-FILE".
           IF WS-ENV-PATH-OVERRIDE NOT = SPACES
              MOVE WS-ENV-PATH-OVERRIDE TO WS-BUDGET-TRAN-PATH
           END-IF.
           ACCEPT WS-ENV-PATH-OVERRIDE FROM ENVIRONMENT
                  "GLBUDMRB-GL-CHART-FILE".
           IF WS-ENV-PATH-OVERRIDE NOT = SPACES
              MOVE WS-ENV-PATH-OVERRIDE TO WS-GL-CHART-PATH
           END-IF.
           ACCEPT WS-ENV-PATH-OVERRIDE FROM ENVIRONMENT
                  "GLBUDMRB-GL-BUDGET-FILE".
           IF WS-ENV-PATH-OVERRIDE NOT = SPACES
              MOVE WS-ENV-PATH-OVERRIDE TO WS-GL-BUDGET-PATH
           END-IF.
           ACCEPT WS-ENV-PATH-OVERRIDE FROM ENVIRONMENT
                  "GLBUDMRB-BUDGET-LISTING".
           IF WS-ENV-PATH-OVERRIDE NOT = SPACES
              MOVE WS-ENV-PATH-OVERRIDE TO WS-BUDGET-LISTING-PATH
           END-IF.
           ACCEPT WS-ENV-PATH-OVERRIDE FROM ENVIRONMENT
                  "GLBUDMRB-AUDIT-TRAIL-FILE".
           IF WS-ENV-PATH-OVERRIDE NOT = SPACES
              MOVE WS-ENV-PATH-OVERRIDE TO WS-AUDIT-TRAIL-PATH
           END-IF.

       1000-INITIALIZE.
           PERFORM 0500-GET-FILE-PATHS.
           ACCEPT WS-RUN-DATE FROM DATE.
           MOVE   WS-RUN-DATE TO PAGE-HDG-02-DATE.
           OPEN INPUT BUDGET-TRAN-FILE.
           IF NOT BUDGET-TRAN-SUCCESSFUL
              DISPLAY "GLBUDMRB: NO BUDGET TRANSACTIONS AT "
                  WS-BUDGET-TRAN-PATH " STATUS = "
                  WS-BUDGET-TRAN-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN OUTPUT BUDGET-LISTING.
           OPEN EXTEND AUDIT-TRAIL-FILE.
           IF NOT GOOD-AUDIT-TRAIL-WRITE
              CLOSE AUDIT-TRAIL-FILE
              OPEN OUTPUT AUDIT-TRAIL-FILE
           END-IF.
           PERFORM 1500-LOAD-CHART.
           PERFORM 1600-LOAD-BUDGET.
           PERFORM 8000-WRITE-HEADINGS.

       1500-LOAD-CHART.
      * THE CHART IS REQUIRED - WITHOUT IT EVERY ACCOUNT WOULD BE
      * REJECTED.
           OPEN INPUT GL-CHART-FILE.
           IF NOT GL-CHART-SUCCESSFUL
              DISPLAY "GLBUDMRB: NO CHART OF ACCOUNTS AT "
                  WS-GL-CHART-PATH " - RUN STOPPED"
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
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
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE GL-CHART-FILE.

       1600-LOAD-BUDGET.
      * A MISSING BUDGET MASTER IS A FIRST RUN - IT STARTS EMPTY.
           OPEN INPUT GL-BUDGET-FILE.
           IF GL-BUDGET-SUCCESSFUL
              PERFORM UNTIL END-OF-GL-BUDGET
                 READ GL-BUDGET-FILE
                    AT END
                       SET END-OF-GL-BUDGET TO TRUE
                    NOT AT END
                       IF WS-BUDGET-COUNT = 6000
                          DISPLAY "GLBUDMRB: BUDGET TABLE CEILING "
                              "(6000) REACHED - RUN STOPPED"
                          MOVE 16 TO RETURN-CODE
                          GOBACK
                       END-IF
                       ADD 1 TO WS-BUDGET-COUNT
                       MOVE GLB-ACCOUNT TO
                            TABLE-GLB-ACCOUNT (WS-BUDGET-COUNT)
                       MOVE GLB-PERIOD TO
                            TABLE-GLB-PERIOD (WS-BUDGET-COUNT)
                       IF GLB-AMOUNT IS NUMERIC
                          MOVE GLB-AMOUNT TO
                               TABLE-GLB-AMOUNT (WS-BUDGET-COUNT)
                       ELSE
                          MOVE 0 TO TABLE-GLB-AMOUNT (WS-BUDGET-COUNT)
                       END-IF
                       MOVE "N" TO
                            TABLE-GLB-DELETED-SW (WS-BUDGET-COUNT)
                 END-READ
              END-PERFORM
              CLOSE GL-BUDGET-FILE
           END-IF.

       2000-READ-TRANSACTION.
           READ BUDGET-TRAN-FILE
                AT END
                   DISPLAY "END OF BUDGET TRANSACTION FILE"
                NOT AT END
                   ADD 1 TO WS-TRANS-READ.

       3000-APPLY-TRANSACTION.
      * EDIT THE TRANSACTION WHOLE BEFORE ANY PERIOD IS TOUCHED, SO A
      * REJECTED ANNUAL SPREAD LEAVES NO PART BEHIND.
           MOVE SPACES TO WS-REJECT-REASON.
           MOVE SPACES TO DETAIL-LINE-TRAN.
           MOVE BTR-ACTION  TO DTL-ACTION.
           MOVE BTR-ACCOUNT TO DTL-ACCOUNT.
           MOVE BTR-PERIOD  TO DTL-PERIOD.
           PERFORM VARYING WS-CHART-SUB FROM 1 BY 1
              UNTIL WS-CHART-SUB > WS-CHART-COUNT
                 OR TABLE-GLC-ACCOUNT (WS-CHART-SUB) = BTR-ACCOUNT
           END-PERFORM.
           IF WS-CHART-SUB > WS-CHART-COUNT
              MOVE "** NOT ON CHART OF ACCOUNTS **" TO DTL-ACCT-NAME
           ELSE
              MOVE TABLE-GLC-NAME (WS-CHART-SUB) TO DTL-ACCT-NAME
           END-IF.
           EVALUATE TRUE
              WHEN NOT (BTR-SET OR BTR-INCREASE OR BTR-REDUCE
                        OR BTR-DELETE)
                 MOVE "REJECTED - UNKNOWN ACTION" TO WS-REJECT-REASON
              WHEN WS-CHART-SUB > WS-CHART-COUNT
                 MOVE "REJECTED - NOT ON CHART"
                   TO WS-REJECT-REASON
              WHEN BTR-PERIOD-CCYY NOT NUMERIC
                 OR BTR-PERIOD-PP NOT NUMERIC
                 OR BTR-PERIOD-PP > "12"
                 MOVE "REJECTED - BAD PERIOD" TO WS-REJECT-REASON
              WHEN NOT BTR-DELETE AND BTR-AMOUNT NOT NUMERIC
                 MOVE "REJECTED - BAD AMOUNT" TO WS-REJECT-REASON
           END-EVALUATE.
           IF WS-REJECT-REASON NOT = SPACES
              GO TO 3000-REJECT
           END-IF.
           MOVE BTR-PERIOD-CCYY TO WS-APPLY-CCYY.
           IF BTR-PERIOD-PP = "00"
              MOVE 01 TO WS-FIRST-PP
              MOVE 12 TO WS-LAST-PP
           ELSE
              MOVE BTR-PERIOD-PP TO WS-FIRST-PP WS-LAST-PP
           END-IF.
           IF NOT BTR-DELETE
              MOVE BTR-AMOUNT TO DTL-AMOUNT
           END-IF.
      * A REDUCTION MAY NOT TAKE ANY PERIOD BELOW ZERO; A DELETE
      * NEEDS SOMETHING TO DELETE.
           IF BTR-REDUCE OR BTR-DELETE
              MOVE "N" TO WS-ROW-FOUND-SW
              PERFORM VARYING WS-PP FROM WS-FIRST-PP BY 1
                 UNTIL WS-PP > WS-LAST-PP
                 MOVE WS-PP TO WS-APPLY-PP
                 PERFORM 3200-FIND-BUDGET-ROW
                 IF WS-BUDGET-SUB NOT > WS-BUDGET-COUNT
                    SET BUDGET-ROW-FOUND TO TRUE
                 END-IF
                 IF BTR-REDUCE
                    PERFORM 3300-FIGURE-NEW-BUDGET
                    IF WS-ROW-NEW-BUDGET < 0
                       MOVE "REJECTED - WOULD GO BELOW ZERO"
                         TO WS-REJECT-REASON
                    END-IF
                 END-IF
              END-PERFORM
              IF BTR-DELETE AND NOT BUDGET-ROW-FOUND
                 MOVE "REJECTED - NO BUDGET TO DELETE"
                   TO WS-REJECT-REASON
              END-IF
              IF WS-REJECT-REASON NOT = SPACES
                 GO TO 3000-REJECT
              END-IF
           END-IF.
           MOVE 0 TO WS-OLD-BUDGET WS-NEW-BUDGET.
           PERFORM VARYING WS-PP FROM WS-FIRST-PP BY 1
              UNTIL WS-PP > WS-LAST-PP
              MOVE WS-PP TO WS-APPLY-PP
              PERFORM 3100-APPLY-ONE-PERIOD THRU 3100-EXIT
           END-PERFORM.
           MOVE WS-OLD-BUDGET TO DTL-OLD-BUDGET.
           MOVE WS-NEW-BUDGET TO DTL-NEW-BUDGET.
           EVALUATE TRUE
              WHEN BTR-DELETE
                 MOVE "DELETED" TO DTL-RESULT
              WHEN BTR-PERIOD-PP = "00"
                 MOVE "APPLIED - SPREAD OVER 12" TO DTL-RESULT
              WHEN OTHER
                 MOVE "APPLIED" TO DTL-RESULT
           END-EVALUATE.
           ADD 1 TO WS-TRANS-APPLIED.
           PERFORM 7000-LIST-TRANSACTION.
           GO TO 3000-EXIT.
       3000-REJECT.
           MOVE WS-REJECT-REASON TO DTL-RESULT.
           ADD 1 TO WS-TRANS-REJECTED.
           PERFORM 7000-LIST-TRANSACTION.
       3000-EXIT.
           EXIT.

       3100-APPLY-ONE-PERIOD.
      * THE LISTING SHOWS THE BUDGET BEFORE AND AFTER SUMMED OVER
      * EVERY PERIOD THE TRANSACTION TOUCHED.
           PERFORM 3200-FIND-BUDGET-ROW.
           IF WS-BUDGET-SUB > WS-BUDGET-COUNT
              IF BTR-DELETE
                 GO TO 3100-EXIT
              END-IF
              IF WS-BUDGET-COUNT = 6000
                 DISPLAY "GLBUDMRB: BUDGET TABLE CEILING (6000) "
                     "REACHED - RUN STOPPED"
                 MOVE 16 TO RETURN-CODE
                 GOBACK
              END-IF
              ADD 1 TO WS-BUDGET-COUNT
              MOVE WS-BUDGET-COUNT TO WS-BUDGET-SUB
              MOVE BTR-ACCOUNT     TO TABLE-GLB-ACCOUNT (WS-BUDGET-SUB)
              MOVE WS-APPLY-PERIOD TO TABLE-GLB-PERIOD (WS-BUDGET-SUB)
              MOVE 0   TO TABLE-GLB-AMOUNT (WS-BUDGET-SUB)
              MOVE "N" TO TABLE-GLB-DELETED-SW (WS-BUDGET-SUB)
           END-IF.
           ADD TABLE-GLB-AMOUNT (WS-BUDGET-SUB) TO WS-OLD-BUDGET.
           IF BTR-DELETE
              MOVE "Y" TO TABLE-GLB-DELETED-SW (WS-BUDGET-SUB)
              GO TO 3100-EXIT
           END-IF.
           PERFORM 3300-FIGURE-NEW-BUDGET.
           MOVE WS-ROW-NEW-BUDGET TO TABLE-GLB-AMOUNT (WS-BUDGET-SUB).
           ADD TABLE-GLB-AMOUNT (WS-BUDGET-SUB) TO WS-NEW-BUDGET.
       3100-EXIT.
           EXIT.

       3200-FIND-BUDGET-ROW.
           PERFORM VARYING WS-BUDGET-SUB FROM 1 BY 1
              UNTIL WS-BUDGET-SUB > WS-BUDGET-COUNT
                 OR (TABLE-GLB-ACCOUNT (WS-BUDGET-SUB) = BTR-ACCOUNT
                     AND TABLE-GLB-PERIOD (WS-BUDGET-SUB) =
                         WS-APPLY-PERIOD
                     AND NOT TABLE-GLB-DELETED (WS-BUDGET-SUB))
           END-PERFORM.

       3300-FIGURE-NEW-BUDGET.
      * THE AMOUNT THIS TRANSACTION MOVES ONE PERIOD BY - THE WHOLE
      * AMOUNT, OR ITS SHARE OF AN ANNUAL SPREAD - AND WHERE THAT
      * LEAVES THE PERIOD'S BUDGET.
           IF BTR-PERIOD-PP = "00"
              DIVIDE BTR-AMOUNT BY 12 GIVING WS-SPREAD-SHARE
              IF WS-APPLY-PP = 12
                 COMPUTE WS-PERIOD-AMOUNT =
                     BTR-AMOUNT - WS-SPREAD-SHARE * 11
              ELSE
                 MOVE WS-SPREAD-SHARE TO WS-PERIOD-AMOUNT
              END-IF
           ELSE
              MOVE BTR-AMOUNT TO WS-PERIOD-AMOUNT
           END-IF.
           IF WS-BUDGET-SUB > WS-BUDGET-COUNT
              MOVE 0 TO WS-ROW-NEW-BUDGET
           ELSE
              MOVE TABLE-GLB-AMOUNT (WS-BUDGET-SUB)
                TO WS-ROW-NEW-BUDGET
           END-IF.
           EVALUATE TRUE
              WHEN BTR-SET
                 MOVE WS-PERIOD-AMOUNT TO WS-ROW-NEW-BUDGET
              WHEN BTR-INCREASE
                 ADD WS-PERIOD-AMOUNT TO WS-ROW-NEW-BUDGET
              WHEN BTR-REDUCE
                 SUBTRACT WS-PERIOD-AMOUNT FROM WS-ROW-NEW-BUDGET
           END-EVALUATE.

       7000-LIST-TRANSACTION.
           MOVE SPACE TO DTL-CC.
           add 1 to WS-LINE-COUNT.
           if WS-LINE-COUNT > 50
              PERFORM 8000-WRITE-HEADINGS.
           write BUDGET-LISTING-RECORD from DETAIL-LINE-TRAN
             after advancing 01 lines.

       8000-WRITE-HEADINGS.
           add 1 to WS-PAGE-COUNT.
           move WS-PAGE-COUNT TO PAGE-HDG-01-PAGE.
           WRITE BUDGET-LISTING-RECORD FROM WS-REPORT-RULER
             after advancing page.
           WRITE BUDGET-LISTING-RECORD
            FROM PAGE-HDG-01 after advancing 01 LINES.
           WRITE BUDGET-LISTING-RECORD
            FROM PAGE-HDG-02 after advancing 01 LINES.
           WRITE BUDGET-LISTING-RECORD
            FROM PAGE-HDG-03 AFTER ADVANCING 02 LINES.
           MOVE 4 TO WS-LINE-COUNT.

       9000-CREATE-LISTING-TOTAL-LINE.
           MOVE WS-TRANS-READ     TO TOTAL-READ.
           MOVE WS-TRANS-APPLIED  TO TOTAL-APPLIED.
           MOVE WS-TRANS-REJECTED TO TOTAL-REJECTED.
           MOVE WS-ROWS-WRITTEN   TO TOTAL-ROWS.
           write BUDGET-LISTING-RECORD from DETAIL-LINE-LINE
             AFTER ADVANCING 01 LINES.
           write BUDGET-LISTING-RECORD from TOTALS-LINE
             AFTER ADVANCING 02 LINES.
           write BUDGET-LISTING-RECORD from WS-REPORT-RULER
             after advancing 02 LINES.

       9600-WRITE-BUDGET-FILE.
           OPEN OUTPUT GL-BUDGET-FILE.
           IF NOT GOOD-GL-BUDGET-WRITE
              DISPLAY "GLBUDMRB: UNABLE TO REWRITE BUDGET MASTER, "
                  "STATUS = " WS-GL-BUDGET-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           PERFORM VARYING WS-BUDGET-SUB FROM 1 BY 1
              UNTIL WS-BUDGET-SUB > WS-BUDGET-COUNT
              IF NOT TABLE-GLB-DELETED (WS-BUDGET-SUB)
                 MOVE TABLE-GLB-ACCOUNT (WS-BUDGET-SUB) TO GLB-ACCOUNT
                 MOVE TABLE-GLB-PERIOD (WS-BUDGET-SUB)  TO GLB-PERIOD
                 MOVE TABLE-GLB-AMOUNT (WS-BUDGET-SUB)  TO GLB-AMOUNT
                 WRITE GL-BUDGET-RECORD
                 ADD 1 TO WS-ROWS-WRITTEN
              END-IF
           END-PERFORM.
           CLOSE GL-BUDGET-FILE.

       9650-SET-APPLIED-ASIDE.
      * THE APPLIED FILE IS RENAMED ASIDE, TIME-STAMPED, SO THE SAME
      * INCREASES CANNOT APPLY TWICE.
           ACCEPT WS-RUN-TIME FROM TIME.
           MOVE SPACES TO WS-APPLIED-ASIDE-PATH.
           STRING FUNCTION TRIM(WS-BUDGET-TRAN-PATH)
                  ".P" DELIMITED BY SIZE
                  WS-RUN-DATE (1:6) DELIMITED BY SIZE
                  WS-RUN-TIME (1:4) DELIMITED BY SIZE
             INTO WS-APPLIED-ASIDE-PATH.
           CALL "CBL_RENAME_FILE" USING WS-BUDGET-TRAN-PATH
                                        WS-APPLIED-ASIDE-PATH
                RETURNING WS-RENAME-RESULT.
           IF WS-RENAME-RESULT NOT = 0
              DISPLAY "GLBUDMRB: COULD NOT SET APPLIED FILE ASIDE, "
                  "RESULT = " WS-RENAME-RESULT
              DISPLAY "GLBUDMRB: MOVE " WS-BUDGET-TRAN-PATH
                  " ASIDE BY HAND BEFORE THE NEXT BUDGET RUN"
              MOVE 08 TO RETURN-CODE
           END-IF.

       9900-WRITE-AUDIT-RECORD.
      * APPEND ONE SUMMARY LINE FOR THIS RUN TO THE SHARED OPERATIONS
      * AUDIT TRAIL, MIRRORING THE PROGRAM TOTALS DISPLAYED ABOVE.
           ACCEPT WS-RUN-TIME FROM TIME.
           MOVE "GLBUDMRB"          TO AUD-PROGRAM-NAME.
           MOVE WS-RUN-DATE         TO AUD-RUN-DATE.
           MOVE WS-RUN-TIME         TO AUD-RUN-TIME.
           MOVE WS-TRANS-READ       TO AUD-RECORDS-READ.
           MOVE WS-TRANS-APPLIED    TO AUD-RECORDS-WRITTEN.
           MOVE SPACES              TO AUD-KEY-TOTALS.
           MOVE "REJECTED="         TO AUD-KEY-TOTALS(1:9).
           MOVE WS-TRANS-REJECTED   TO AUD-KEY-TOTALS(10:5).
           IF RETURN-CODE = 0
              MOVE "OK" TO AUD-COMPLETION-STATUS
           ELSE
              MOVE "ER" TO AUD-COMPLETION-STATUS
           END-IF.
           WRITE AUDIT-TRAIL-RECORD FROM AUDIT-TRAIL-LINE.
