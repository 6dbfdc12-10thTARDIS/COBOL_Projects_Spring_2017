       IDENTIFICATION DIVISION.
       PROGRAM-ID.    HDCNTRB.
       AUTHOR.        RYAN BROOKS
      * MONTHLY HEADCOUNT, HIRES, AND TURNOVER BY DEPARTMENT.  EVERY
      * FIGURE COMES OFF THE EMPLOYEE MASTER'S HIRE AND TERMINATION
      * DATES: AN EMPLOYEE IS ON THE BOOKS AT A MONTH END WHEN HIRED
      * ON OR BEFORE IT AND NOT TERMINATED BY IT.  FOR EACH DEPARTMENT
      * (AND THE COMPANY) THE REPORT SHOWS THE BEGINNING HEADCOUNT,
      * THE MONTH'S HIRES AND TERMINATIONS, THE ENDING HEADCOUNT, THE
      * MONTH'S TURNOVER ANNUALIZED, THE ENDING HEADCOUNT BY TENURE
      * BAND, AND A TRAILING 12-MONTH TURNOVER SO A DEPARTMENT THAT
      * KEEPS LOSING PEOPLE STANDS OUT FROM ONE BAD MONTH.
      *
      * THE MASTER KEEPS ONLY THE CURRENT HIRE AND TERMINATION DATES,
      * SO A REHIRED EMPLOYEE'S EARLIER STINT IS NOT COUNTED, AND A
      * TERMINATION DATE OLDER THAN THE HIRE DATE (LEFT OVER FROM
      * BEFORE A REHIRE) IS IGNORED.
      *
      * SET HDCNTRB-MONTH TO CCYYMM TO REPORT A GIVEN MONTH; THE
      * DEFAULT IS THE MONTH BEFORE THE RUN DATE.

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
           SELECT HEADCOUNT-REPORT
             ASSIGN DYNAMIC WS-HEADCOUNT-REPORT-PATH
             organization is LINE sequential
             file status is WS-HEADCOUNT-REPORT-STATUS.
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
      * THE TAIL IS CARRIED SO THE RECORD MATCHES THE INDEXED
      * MASTER'S FIXED LENGTH; ONLY THE FIELDS ABOVE ARE USED.
           05  FILLER                   PIC X(126).

       FD  HEADCOUNT-REPORT
           RECORDING MODE IS F
           DATA RECORD IS HEADCOUNT-REPORT-RECORD.
       01 HEADCOUNT-REPORT-RECORD        PIC X(133).

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
           05 WS-HEADCOUNT-REPORT-PATH  PIC X(80)
                VALUE "C:\Users\Ryan\Desktop\HEADCOUNT.rpt".
           05 WS-AUDIT-TRAIL-PATH       PIC X(80)
                VALUE "C:\Users\Ryan\Desktop\OPS-AUDIT-TRAIL.LOG".
           05 WS-ENV-PATH-OVERRIDE      PIC X(80).

      * File status
        COPY "FILESTAT.cpy" REPLACING
            ==STATUS-FIELD==   BY ==WS-EMPLOYEE-MASTER-STATUS==
            ==STATUS-OK==      BY ==EMPLOYEE-MASTER-SUCCESSFUL==
            ==STATUS-EOF==     BY ==END-OF-EMPLOYEE-MASTER==
            ==STATUS-INVALID== BY ==INVALID-VALUE-IN-FILE==.
        01 WS-HEADCOUNT-REPORT-STATUS   pic X(02).
           88 GOOD-HEADCOUNT-REPORT        VALUE "00".
        01 WS-AUDIT-TRAIL-STATUS        pic X(02).
           88 GOOD-AUDIT-TRAIL-WRITE       VALUE "00".

      * THE REPORT MONTH AND THE 13 MONTH ENDS THE FIGURES ARE TAKEN
      * AT: ENTRY 13 IS THE REPORT MONTH'S LAST DAY, ENTRY 12 THE
      * MONTH BEFORE'S (THE BEGINNING HEADCOUNT), BACK TO ENTRY 1 A
      * YEAR BEFORE ENTRY 13 (THE START OF THE TRAILING 12 MONTHS).
        01 WS-REPORT-MONTH              PIC X(06) VALUE SPACES.
        01 WS-REPORT-MONTH-N REDEFINES WS-REPORT-MONTH.
           05 WS-RPT-CCYY               PIC 9(04).
           05 WS-RPT-MM                 PIC 9(02).
        01 WS-MONTH-WORK                PIC 9(08) VALUE 0.
        01 WS-MONTH-WORK-X REDEFINES WS-MONTH-WORK.
           05 WS-MW-CCYY                PIC 9(04).
           05 WS-MW-MM                  PIC 9(02).
           05 WS-MW-DD                  PIC 9(02).
        01 WS-ME-SUB                    PIC 9(02) VALUE 0.
        01 WS-MONTH-END-TABLE.
           05 TABLE-MONTH-END OCCURS 13 TIMES PIC 9(08).

      * ONE ROW PER DEPARTMENT AS IT TURNS UP ON THE MASTER; THE
      * LAST ROW IS THE COMPANY TOTAL.
        01 WS-DEPT-COUNT                PIC 9(02) VALUE 0.
        01 WS-DEPT-SUB                  PIC 9(02) VALUE 0.
        01 WS-DEPT-TOTAL-ROW            PIC 9(02) VALUE 51.
        01 WS-HDC-TABLE.
           05 HDC-TABLE-ENTRY OCCURS 51 TIMES.
              10 TABLE-HDC-DEPT         PIC X(04).
              10 TABLE-HDC-HEAD OCCURS 13 TIMES PIC 9(05).
              10 TABLE-HDC-HIRES        PIC 9(05).
              10 TABLE-HDC-TERMS        PIC 9(05).
              10 TABLE-HDC-TERMS-12     PIC 9(05).
              10 TABLE-HDC-BAND OCCURS 4 TIMES PIC 9(05).

      * ONE EMPLOYEE BEING COUNTED.
        01 WS-HIRE-CCYYMMDD             PIC 9(08) VALUE 0.
        01 WS-HIRE-CCYYMMDD-X REDEFINES WS-HIRE-CCYYMMDD
                                        PIC X(08).
        01 WS-TERM-CCYYMMDD             PIC 9(08) VALUE 0.
        01 WS-TERM-CCYYMMDD-X REDEFINES WS-TERM-CCYYMMDD
                                        PIC X(08).
        01 WS-HIRED-SW                  PIC X(01) VALUE "N".
           88 HIRED-IN-MONTH               VALUE "Y".
        01 WS-TERMED-SW                 PIC X(01) VALUE "N".
           88 TERMED-IN-MONTH              VALUE "Y".
        01 WS-TERMED-12-SW              PIC X(01) VALUE "N".
           88 TERMED-IN-12-MONTHS          VALUE "Y".
        01 WS-ON-BOOKS-TABLE.
           05 WS-ON-BOOKS-SW OCCURS 13 TIMES PIC X(01).
              88 ON-THE-BOOKS              VALUE "Y".
      * TENURE BAND AT THE REPORT MONTH END: 1 UNDER 90 DAYS, 2
      * UNDER A YEAR, 3 ONE TO FIVE YEARS, 4 FIVE YEARS AND UP.
        01 WS-BAND-SUB                  PIC 9(01) VALUE 0.
        01 WS-TENURE-DAYS               PIC S9(07) VALUE 0.

      * TURNOVER ARITHMETIC.
        01 WS-AVG-HEAD                  PIC 9(05)V99 VALUE 0.
        01 WS-HEAD-SUM                  PIC 9(07) VALUE 0.
        01 WS-TURNOVER-PCT              PIC 9(04)V9 VALUE 0.
        01 WS-TURNOVER-12-PCT           PIC 9(04)V9 VALUE 0.

      * RUN COUNTERS
        01 WS-EMPLOYEES-READ            PIC 9(05) VALUE 0.
        01 WS-EMPLOYEES-SKIPPED         PIC 9(05) VALUE 0.
        01 WS-RUN-DATE                  PIC X(08).
        01 WS-RUN-CCYYMMDD              PIC 9(08) VALUE 0.
        01 WS-RUN-TIME                  PIC 9(08) VALUE 0.
        01 WS-ENV-STAGING               PIC X(10) VALUE SPACES.
        COPY "AUDITTRL.cpy".

       01  PAGE-HDG-01.
           05 PAGE-HDG-01-CC         PIC X(01) VALUE SPACE.
           05 FILLER                 PIC X(44) VALUE SPACES.
           05 FILLER                 PIC X(38)
              VALUE "HEADCOUNT AND TURNOVER BY DEPARTMENT".
           05 FILLER                 PIC X(18) VALUE SPACES.
           05 FILLER                 PIC X(06) VALUE "PAGE: ".
           05 PAGE-HDG-01-PAGE       PIC ZZ9.
       01  PAGE-HDG-02.
           05 PAGE-HDG-02-CC         PIC X(01) VALUE SPACE.
           05 FILLER                 PIC X(44) VALUE SPACES.
           05 FILLER                 PIC X(07) VALUE "MONTH: ".
           05 PAGE-HDG-02-MONTH      PIC 9999/99.
           05 FILLER                 PIC X(04) VALUE SPACES.
           05 FILLER                 PIC X(10) VALUE "RUN DATE: ".
           05 PAGE-HDG-02-DATE       PIC XX/XX/XXXX.
           05 FILLER                 PIC X(50) VALUE SPACES.
       01  PAGE-HDG-03.
           05 PAGE-HDG-03-CC         PIC X(01) VALUE SPACE.
           05 FILLER                 PIC X(09) VALUE SPACES.
           05 FILLER                 PIC X(06) VALUE "DEPT".
           05 FILLER                 PIC X(30)
              VALUE " BEGIN  HIRES  TERMS    END  ".
           05 FILLER                 PIC X(10) VALUE "TURNOVER%".
           05 FILLER                 PIC X(34)
              VALUE "<90 DAY  <1 YEAR  1-5 YRS  5+ YRS".
           05 FILLER                 PIC X(24)
              VALUE "  12-MO TERMS  12-MO TO%".
       01  PAGE-HDG-04.
           05 PAGE-HDG-04-CC         PIC X(01) VALUE SPACE.
           05 FILLER                 PIC X(45) VALUE SPACES.
           05 FILLER                 PIC X(10) VALUE "ANNUALIZED".
           05 FILLER                 PIC X(11) VALUE SPACES.
           05 FILLER                 PIC X(22)
              VALUE "TENURE AT MONTH END".

       01  DETAIL-LINE-DEPT.
           05 DTL-CC                 PIC X(01) VALUE SPACE.
           05 FILLER                 PIC X(09) VALUE SPACES.
           05 DTL-DEPT               PIC X(04).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 DTL-BEGIN              PIC ZZ,ZZ9.
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 DTL-HIRES              PIC ZZ,ZZ9.
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 DTL-TERMS              PIC ZZ,ZZ9.
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 DTL-END                PIC ZZ,ZZ9.
           05 FILLER                 PIC X(03) VALUE SPACES.
           05 DTL-TURNOVER           PIC Z,ZZ9.9.
           05 FILLER                 PIC X(04) VALUE SPACES.
           05 DTL-BAND-1             PIC ZZ,ZZ9.
           05 FILLER                 PIC X(03) VALUE SPACES.
           05 DTL-BAND-2             PIC ZZ,ZZ9.
           05 FILLER                 PIC X(03) VALUE SPACES.
           05 DTL-BAND-3             PIC ZZ,ZZ9.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 DTL-BAND-4             PIC ZZ,ZZ9.
           05 FILLER                 PIC X(07) VALUE SPACES.
           05 DTL-TERMS-12           PIC ZZ,ZZ9.
           05 FILLER                 PIC X(03) VALUE SPACES.
           05 DTL-TURNOVER-12        PIC Z,ZZ9.9.

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

           DISPLAY "HDCNTRB FOR RYAN BROOKS".

           PERFORM 1000-INITIALIZE.
           PERFORM 2000-WALK-EMPLOYEE-MASTER.
           PERFORM 3000-PRINT-DEPARTMENTS.

           display "EMPLOYEES READ:              " WS-EMPLOYEES-READ.
           display "DEPARTMENTS REPORTED:        " WS-DEPT-COUNT.
           display "SKIPPED (NO USABLE DATES):   "
               WS-EMPLOYEES-SKIPPED.

           PERFORM 9900-WRITE-AUDIT-RECORD.

           close HEADCOUNT-REPORT
                 AUDIT-TRAIL-FILE.

           GOBACK.

       0500-GET-FILE-PATHS.
      * OVERRIDE THE DEFAULT FILE PATHS IF THE MATCHING ENVIRONMENT
      * VARIABLE HAS BEEN SET:
           ACCEPT WS-ENV-PATH-OVERRIDE FROM ENVIRONMENT
                  "HDCNTRB-EMPLOYEE-MASTER".
           IF WS-ENV-PATH-OVERRIDE NOT = SPACES
              MOVE WS-ENV-PATH-OVERRIDE TO WS-EMPLOYEE-MASTER-PATH
           END-IF.
           ACCEPT WS-ENV-PATH-OVERRIDE FROM ENVIRONMENT
                  "HDCNTRB-HEADCOUNT-REPORT".
           IF WS-ENV-PATH-OVERRIDE NOT = SPACES
              MOVE WS-ENV-PATH-OVERRIDE TO WS-HEADCOUNT-REPORT-PATH
           END-IF.
           ACCEPT WS-ENV-PATH-OVERRIDE FROM ENVIRONMENT
                  "HDCNTRB-AUDIT-TRAIL-FILE".
           IF WS-ENV-PATH-OVERRIDE NOT = SPACES
              MOVE WS-ENV-PATH-OVERRIDE TO WS-AUDIT-TRAIL-PATH
           END-IF.

       1000-INITIALIZE.
           PERFORM 0500-GET-FILE-PATHS.
           ACCEPT WS-RUN-DATE FROM DATE.
           MOVE   WS-RUN-DATE TO PAGE-HDG-02-DATE.
           MOVE "20"              TO WS-RUN-CCYYMMDD (1:2).
           MOVE WS-RUN-DATE (1:6) TO WS-RUN-CCYYMMDD (3:6).
           ACCEPT WS-ENV-STAGING FROM ENVIRONMENT "HDCNTRB-MONTH".
           IF WS-ENV-STAGING (1:6) IS NUMERIC
              AND WS-ENV-STAGING (5:2) >= "01"
              AND WS-ENV-STAGING (5:2) <= "12"
              MOVE WS-ENV-STAGING (1:6) TO WS-REPORT-MONTH
           ELSE
              MOVE WS-RUN-CCYYMMDD TO WS-MONTH-WORK
              PERFORM 1150-BACK-ONE-MONTH
              MOVE WS-MONTH-WORK-X (1:6) TO WS-REPORT-MONTH
           END-IF.
           MOVE WS-REPORT-MONTH TO PAGE-HDG-02-MONTH.
           DISPLAY "HDCNTRB: REPORTING MONTH " WS-REPORT-MONTH.
           PERFORM 1100-FIGURE-MONTH-ENDS.
           PERFORM VARYING WS-DEPT-SUB FROM 1 BY 1
              UNTIL WS-DEPT-SUB > WS-DEPT-TOTAL-ROW
              PERFORM 1200-CLEAR-DEPT-ROW
           END-PERFORM.
           MOVE "ALL " TO TABLE-HDC-DEPT (WS-DEPT-TOTAL-ROW).
           OPEN OUTPUT HEADCOUNT-REPORT.
           IF NOT GOOD-HEADCOUNT-REPORT
              DISPLAY "HDCNTRB: UNABLE TO OPEN HEADCOUNT REPORT, "
                  "STATUS = " WS-HEADCOUNT-REPORT-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN EXTEND AUDIT-TRAIL-FILE.
           IF NOT GOOD-AUDIT-TRAIL-WRITE
              CLOSE AUDIT-TRAIL-FILE
              OPEN OUTPUT AUDIT-TRAIL-FILE
           END-IF.
           PERFORM 8000-WRITE-HEADINGS.

       1100-FIGURE-MONTH-ENDS.
      * WALK BACK FROM THE REPORT MONTH ONE MONTH AT A TIME, TAKING
      * EACH MONTH'S LAST DAY AS THE DAY BEFORE THE NEXT MONTH'S 1ST.
           MOVE WS-RPT-CCYY TO WS-MW-CCYY.
           MOVE WS-RPT-MM   TO WS-MW-MM.
           MOVE 01          TO WS-MW-DD.
           PERFORM VARYING WS-ME-SUB FROM 13 BY -1
              UNTIL WS-ME-SUB < 1
              IF WS-MW-MM = 12
                 COMPUTE TABLE-MONTH-END (WS-ME-SUB) =
                     FUNCTION DATE-OF-INTEGER
                       (FUNCTION INTEGER-OF-DATE
                          ((WS-MW-CCYY + 1) * 10000 + 0101) - 1)
              ELSE
                 COMPUTE TABLE-MONTH-END (WS-ME-SUB) =
                     FUNCTION DATE-OF-INTEGER
                       (FUNCTION INTEGER-OF-DATE
                          (WS-MONTH-WORK + 100) - 1)
              END-IF
              PERFORM 1150-BACK-ONE-MONTH
           END-PERFORM.

       1150-BACK-ONE-MONTH.
           IF WS-MW-MM = 01
              MOVE 12 TO WS-MW-MM
              SUBTRACT 1 FROM WS-MW-CCYY
           ELSE
              SUBTRACT 1 FROM WS-MW-MM
           END-IF.
           MOVE 01 TO WS-MW-DD.

       1200-CLEAR-DEPT-ROW.
           MOVE SPACES TO TABLE-HDC-DEPT (WS-DEPT-SUB).
           MOVE 0 TO TABLE-HDC-HIRES (WS-DEPT-SUB)
                     TABLE-HDC-TERMS (WS-DEPT-SUB)
                     TABLE-HDC-TERMS-12 (WS-DEPT-SUB).
           PERFORM VARYING WS-ME-SUB FROM 1 BY 1
              UNTIL WS-ME-SUB > 13
              MOVE 0 TO TABLE-HDC-HEAD (WS-DEPT-SUB, WS-ME-SUB)
           END-PERFORM.
           PERFORM VARYING WS-BAND-SUB FROM 1 BY 1
              UNTIL WS-BAND-SUB > 4
              MOVE 0 TO TABLE-HDC-BAND (WS-DEPT-SUB, WS-BAND-SUB)
           END-PERFORM.

       2000-WALK-EMPLOYEE-MASTER.
           OPEN INPUT EMPLOYEE-MASTER.
           IF NOT EMPLOYEE-MASTER-SUCCESSFUL
              DISPLAY "HDCNTRB: UNABLE TO OPEN EMPLOYEE MASTER, "
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
                    PERFORM 2100-COUNT-ONE-EMPLOYEE
                            THRU 2100-EXIT
              END-READ
           END-PERFORM.
           CLOSE EMPLOYEE-MASTER.

       2100-COUNT-ONE-EMPLOYEE.
      * NO HIRE DATE, OR A TERMINATED STATUS WITH NO DATE TO SAY
      * WHEN, LEAVES NOTHING TO COUNT THE EMPLOYEE BY.
           IF EMP-HIRE-DATE NOT NUMERIC
              OR EMP-HIRE-DATE = "00000000"
              ADD 1 TO WS-EMPLOYEES-SKIPPED
              GO TO 2100-EXIT
           END-IF.
           MOVE EMP-HIRE-DATE TO WS-HIRE-CCYYMMDD-X.
           IF EMP-TERM-DATE IS NUMERIC
              MOVE EMP-TERM-DATE TO WS-TERM-CCYYMMDD-X
           ELSE
              MOVE 0 TO WS-TERM-CCYYMMDD
           END-IF.
           IF WS-TERM-CCYYMMDD < WS-HIRE-CCYYMMDD
              MOVE 0 TO WS-TERM-CCYYMMDD
           END-IF.
           IF EMP-IS-TERMINATED AND WS-TERM-CCYYMMDD = 0
              ADD 1 TO WS-EMPLOYEES-SKIPPED
              DISPLAY "HDCNTRB: " EMP-NUMBER " IS TERMINATED WITH NO "
                  "TERMINATION DATE - NOT COUNTED"
              GO TO 2100-EXIT
           END-IF.

           PERFORM VARYING WS-ME-SUB FROM 1 BY 1
              UNTIL WS-ME-SUB > 13
              IF WS-HIRE-CCYYMMDD <= TABLE-MONTH-END (WS-ME-SUB)
                 AND (WS-TERM-CCYYMMDD = 0
                      OR WS-TERM-CCYYMMDD >
                         TABLE-MONTH-END (WS-ME-SUB))
                 MOVE "Y" TO WS-ON-BOOKS-SW (WS-ME-SUB)
              ELSE
                 MOVE "N" TO WS-ON-BOOKS-SW (WS-ME-SUB)
              END-IF
           END-PERFORM.
           MOVE "N" TO WS-HIRED-SW WS-TERMED-SW WS-TERMED-12-SW.
           IF WS-HIRE-CCYYMMDD > TABLE-MONTH-END (12)
              AND WS-HIRE-CCYYMMDD <= TABLE-MONTH-END (13)
              SET HIRED-IN-MONTH TO TRUE
           END-IF.
           IF WS-TERM-CCYYMMDD > TABLE-MONTH-END (12)
              AND WS-TERM-CCYYMMDD <= TABLE-MONTH-END (13)
              SET TERMED-IN-MONTH TO TRUE
           END-IF.
           IF WS-TERM-CCYYMMDD > TABLE-MONTH-END (1)
              AND WS-TERM-CCYYMMDD <= TABLE-MONTH-END (13)
              SET TERMED-IN-12-MONTHS TO TRUE
           END-IF.
      * TENURE ONLY MATTERS FOR THOSE STILL ON THE BOOKS AT THE END.
           MOVE 0 TO WS-BAND-SUB.
           IF ON-THE-BOOKS (13)
              COMPUTE WS-TENURE-DAYS =
                  FUNCTION INTEGER-OF-DATE (TABLE-MONTH-END (13))
                - FUNCTION INTEGER-OF-DATE (WS-HIRE-CCYYMMDD)
              EVALUATE TRUE
                 WHEN WS-TENURE-DAYS < 90
                    MOVE 1 TO WS-BAND-SUB
                 WHEN WS-HIRE-CCYYMMDD >
                      TABLE-MONTH-END (13) - 10000
                    MOVE 2 TO WS-BAND-SUB
                 WHEN WS-HIRE-CCYYMMDD >
                      TABLE-MONTH-END (13) - 50000
                    MOVE 3 TO WS-BAND-SUB
                 WHEN OTHER
                    MOVE 4 TO WS-BAND-SUB
              END-EVALUATE
           END-IF.

           PERFORM VARYING WS-DEPT-SUB FROM 1 BY 1
              UNTIL WS-DEPT-SUB > WS-DEPT-COUNT
                 OR TABLE-HDC-DEPT (WS-DEPT-SUB) = EMP-DEPT
           END-PERFORM.
           IF WS-DEPT-SUB > WS-DEPT-COUNT
              IF WS-DEPT-COUNT = 50
                 DISPLAY "HDCNTRB: DEPARTMENT TABLE CEILING (50) "
                     "REACHED - RUN STOPPED"
                 MOVE 16 TO RETURN-CODE
                 GOBACK
              END-IF
              ADD 1 TO WS-DEPT-COUNT
              MOVE WS-DEPT-COUNT TO WS-DEPT-SUB
              MOVE EMP-DEPT TO TABLE-HDC-DEPT (WS-DEPT-SUB)
           END-IF.
           PERFORM 2200-ADD-TO-ROW.
           MOVE WS-DEPT-TOTAL-ROW TO WS-DEPT-SUB.
           PERFORM 2200-ADD-TO-ROW.
       2100-EXIT.
           EXIT.

       2200-ADD-TO-ROW.
           PERFORM VARYING WS-ME-SUB FROM 1 BY 1
              UNTIL WS-ME-SUB > 13
              IF ON-THE-BOOKS (WS-ME-SUB)
                 ADD 1 TO TABLE-HDC-HEAD (WS-DEPT-SUB, WS-ME-SUB)
              END-IF
           END-PERFORM.
           IF HIRED-IN-MONTH
              ADD 1 TO TABLE-HDC-HIRES (WS-DEPT-SUB)
           END-IF.
           IF TERMED-IN-MONTH
              ADD 1 TO TABLE-HDC-TERMS (WS-DEPT-SUB)
           END-IF.
           IF TERMED-IN-12-MONTHS
              ADD 1 TO TABLE-HDC-TERMS-12 (WS-DEPT-SUB)
           END-IF.
           IF WS-BAND-SUB > 0
              ADD 1 TO TABLE-HDC-BAND (WS-DEPT-SUB, WS-BAND-SUB)
           END-IF.

       3000-PRINT-DEPARTMENTS.
           PERFORM VARYING WS-DEPT-SUB FROM 1 BY 1
              UNTIL WS-DEPT-SUB > WS-DEPT-COUNT
              PERFORM 3100-PRINT-ONE-ROW
           END-PERFORM.
           write HEADCOUNT-REPORT-RECORD from DETAIL-LINE-LINE
             AFTER ADVANCING 01 LINES.
           MOVE WS-DEPT-TOTAL-ROW TO WS-DEPT-SUB.
           PERFORM 3100-PRINT-ONE-ROW.
           write HEADCOUNT-REPORT-RECORD from WS-REPORT-RULER
             after advancing 02 LINES.

       3100-PRINT-ONE-ROW.
      * THE MONTH'S TURNOVER IS ITS TERMINATIONS OVER THE AVERAGE OF
      * THE BEGINNING AND ENDING HEADCOUNT, TIMES 12 TO ANNUALIZE.
      * THE TRAILING FIGURE IS 12 MONTHS' TERMINATIONS OVER THE
      * AVERAGE OF THOSE 12 MONTH-END HEADCOUNTS.
           COMPUTE WS-AVG-HEAD ROUNDED =
               (TABLE-HDC-HEAD (WS-DEPT-SUB, 12)
              + TABLE-HDC-HEAD (WS-DEPT-SUB, 13)) / 2.
           IF WS-AVG-HEAD > 0
              COMPUTE WS-TURNOVER-PCT ROUNDED =
                  TABLE-HDC-TERMS (WS-DEPT-SUB) / WS-AVG-HEAD
                  * 12 * 100
                  ON SIZE ERROR
                     MOVE 9999.9 TO WS-TURNOVER-PCT
              END-COMPUTE
           ELSE
              MOVE 0 TO WS-TURNOVER-PCT
           END-IF.
           MOVE 0 TO WS-HEAD-SUM.
           PERFORM VARYING WS-ME-SUB FROM 2 BY 1
              UNTIL WS-ME-SUB > 13
              ADD TABLE-HDC-HEAD (WS-DEPT-SUB, WS-ME-SUB)
                TO WS-HEAD-SUM
           END-PERFORM.
           COMPUTE WS-AVG-HEAD ROUNDED = WS-HEAD-SUM / 12.
           IF WS-AVG-HEAD > 0
              COMPUTE WS-TURNOVER-12-PCT ROUNDED =
                  TABLE-HDC-TERMS-12 (WS-DEPT-SUB) / WS-AVG-HEAD
                  * 100
                  ON SIZE ERROR
                     MOVE 9999.9 TO WS-TURNOVER-12-PCT
              END-COMPUTE
           ELSE
              MOVE 0 TO WS-TURNOVER-12-PCT
           END-IF.
           MOVE TABLE-HDC-DEPT (WS-DEPT-SUB)       TO DTL-DEPT.
           MOVE TABLE-HDC-HEAD (WS-DEPT-SUB, 12)   TO DTL-BEGIN.
           MOVE TABLE-HDC-HIRES (WS-DEPT-SUB)      TO DTL-HIRES.
           MOVE TABLE-HDC-TERMS (WS-DEPT-SUB)      TO DTL-TERMS.
           MOVE TABLE-HDC-HEAD (WS-DEPT-SUB, 13)   TO DTL-END.
           MOVE WS-TURNOVER-PCT                    TO DTL-TURNOVER.
           MOVE TABLE-HDC-BAND (WS-DEPT-SUB, 1)    TO DTL-BAND-1.
           MOVE TABLE-HDC-BAND (WS-DEPT-SUB, 2)    TO DTL-BAND-2.
           MOVE TABLE-HDC-BAND (WS-DEPT-SUB, 3)    TO DTL-BAND-3.
           MOVE TABLE-HDC-BAND (WS-DEPT-SUB, 4)    TO DTL-BAND-4.
           MOVE TABLE-HDC-TERMS-12 (WS-DEPT-SUB)   TO DTL-TERMS-12.
           MOVE WS-TURNOVER-12-PCT                 TO DTL-TURNOVER-12.
           add 1 to WS-LINE-COUNT.
           if WS-LINE-COUNT > 50
              PERFORM 8000-WRITE-HEADINGS.
           write HEADCOUNT-REPORT-RECORD from DETAIL-LINE-DEPT
             after advancing 01 lines.

       8000-WRITE-HEADINGS.
           add 1 to WS-PAGE-COUNT.
           move WS-PAGE-COUNT TO PAGE-HDG-01-PAGE.
           WRITE HEADCOUNT-REPORT-RECORD FROM WS-REPORT-RULER
             after advancing page.
           WRITE HEADCOUNT-REPORT-RECORD
            FROM PAGE-HDG-01 after advancing 01 LINES.
           WRITE HEADCOUNT-REPORT-RECORD
            FROM PAGE-HDG-02 after advancing 01 LINES.
           WRITE HEADCOUNT-REPORT-RECORD
            FROM PAGE-HDG-03 AFTER ADVANCING 02 LINES.
           WRITE HEADCOUNT-REPORT-RECORD
            FROM PAGE-HDG-04 AFTER ADVANCING 01 LINES.
           MOVE 5 TO WS-LINE-COUNT.

       9900-WRITE-AUDIT-RECORD.
      * APPEND ONE SUMMARY LINE FOR THIS RUN TO THE SHARED OPERATIONS
      * AUDIT TRAIL, MIRRORING THE PROGRAM TOTALS DISPLAYED ABOVE.
           ACCEPT WS-RUN-TIME FROM TIME.
           MOVE "HDCNTRB"           TO AUD-PROGRAM-NAME.
           MOVE WS-RUN-DATE         TO AUD-RUN-DATE.
           MOVE WS-RUN-TIME         TO AUD-RUN-TIME.
           MOVE WS-EMPLOYEES-READ   TO AUD-RECORDS-READ.
           MOVE WS-DEPT-COUNT       TO AUD-RECORDS-WRITTEN.
           MOVE SPACES              TO AUD-KEY-TOTALS.
           MOVE "MONTH="            TO AUD-KEY-TOTALS(1:6).
           MOVE WS-REPORT-MONTH     TO AUD-KEY-TOTALS(7:6).
           IF RETURN-CODE = 0
              MOVE "OK" TO AUD-COMPLETION-STATUS
           ELSE
              MOVE "ER" TO AUD-COMPLETION-STATUS
           END-IF.
           WRITE AUDIT-TRAIL-RECORD FROM AUDIT-TRAIL-LINE.
