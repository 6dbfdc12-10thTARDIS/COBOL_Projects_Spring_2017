      * BE KEYED IN ONE SITTING.  BLANK (OR RECORDS KEYED BEFORE THE
      * FIELD EXISTED) APPLIES IMMEDIATELY, AS ALWAYS.
           05  TRN-EFFECTIVE-DATE       PIC X(08).
      * FORM W-4 ELECTIONS FROM A 2020-OR-LATER W-4: FILING STATUS
      * (S = SINGLE OR MARRIED FILING SEPARATELY, M = MARRIED FILING
      * JOINTLY, H = HEAD OF HOUSEHOLD), THE STEP 2 MULTIPLE-JOBS
      * BOX (Y/N), THE STEP 3 DEPENDENT CREDIT, THE STEP 4 OTHER
      * INCOME AND DEDUCTIONS (ALL ANNUAL DOLLARS), AND THE STEP 4
      * EXTRA WITHHOLDING PER CHECK.  LEFT ENTIRELY BLANK ON A
      * CHANGE, THE W-4 ALREADY ON THE MASTER IS KEPT; LEFT BLANK ON
      * AN ADD, THE EMPLOYEE IS WITHHELD FROM THE ALLOWANCE COUNT
      * LIKE A PRE-2020 W-4.
           05  TRN-EMP-W4-DATA.
               10  TRN-EMP-W4-FILING-STATUS PIC X(01).
               10  TRN-EMP-W4-MULTI-JOBS    PIC X(01).
               10  TRN-EMP-W4-DEP-CREDIT-X  PIC X(07).
               10  TRN-EMP-W4-DEP-CREDIT REDEFINES
                   TRN-EMP-W4-DEP-CREDIT-X  PIC 9(05)V99.
               10  TRN-EMP-W4-OTHER-INCOME-X PIC X(09).
               10  TRN-EMP-W4-OTHER-INCOME REDEFINES
                   TRN-EMP-W4-OTHER-INCOME-X PIC 9(07)V99.
               10  TRN-EMP-W4-DEDUCTIONS-X  PIC X(09).
               10  TRN-EMP-W4-DEDUCTIONS REDEFINES
                   TRN-EMP-W4-DEDUCTIONS-X  PIC 9(07)V99.
               10  TRN-EMP-W4-EXTRA-WH-X    PIC X(07).
               10  TRN-EMP-W4-EXTRA-WH REDEFINES
                   TRN-EMP-W4-EXTRA-WH-X    PIC 9(05)V99.
      * PAY TYPE (H = HOURLY, S = SALARIED), ANNUAL SALARY, AND FLSA
      * STATUS (E = EXEMPT, N = NON-EXEMPT - ONLY A NON-EXEMPT
      * SALARIED EMPLOYEE IS PAID OVERTIME).  A SALARIED EMPLOYEE IS
      * PAID SALARY / PAY PERIODS EVERY CHECK WITHOUT HOURS BEING
      * KEYED.  LEFT ENTIRELY BLANK ON A CHANGE, THE PAY TYPE ON THE
      * MASTER IS KEPT; LEFT BLANK ON AN ADD, THE EMPLOYEE IS HOURLY.
           05  TRN-EMP-SALARY-DATA.
               10  TRN-EMP-PAY-TYPE         PIC X(01).
               10  TRN-EMP-ANNUAL-SALARY-X  PIC X(09).
               10  TRN-EMP-ANNUAL-SALARY REDEFINES
                   TRN-EMP-ANNUAL-SALARY-X  PIC 9(07)V99.
               10  TRN-EMP-FLSA-STATUS      PIC X(01).

       FD  EMPLOYEE-MASTER
           RECORDING MODE IS F
      * PAYROLL RUNS SO THE ANNUAL COMP AUDIT IS A PRINT, NOT A
      * WEEK OF ARCHAEOLOGY.
           05  EMP-COMP-CLASS           PIC X(04).
      * FORM W-4 ELECTIONS FOR PAYRPTRB'S PUBLICATION 15-T
      * PERCENTAGE METHOD.  A BLANK FILING STATUS MEANS A PRE-2020
      * W-4 IS STILL ON FILE AND THE ALLOWANCE COUNT DRIVES THE
      * WITHHOLDING.  MASTERS WRITTEN BEFORE THESE FIELDS EXISTED
      * READ IN BLANK.
           05  EMP-W4-FILING-STATUS     PIC X(01).
           05  EMP-W4-MULTI-JOBS        PIC X(01).
           05  EMP-W4-DEP-CREDIT        PIC 9(05)V99.
           05  EMP-W4-OTHER-INCOME      PIC 9(07)V99.
           05  EMP-W4-DEDUCTIONS        PIC 9(07)V99.
           05  EMP-W4-EXTRA-WH          PIC 9(05)V99.
      * PAY TYPE, ANNUAL SALARY AND FLSA STATUS FOR SALARIED PAY -
      * SEE SALPAY.cpy.  MASTERS WRITTEN BEFORE THESE FIELDS EXISTED
      * READ IN BLANK AND ARE TREATED AS HOURLY.
           05  EMP-PAY-TYPE             PIC X(01).
           05  EMP-ANNUAL-SALARY        PIC 9(07)V99.
           05  EMP-FLSA-STATUS          PIC X(01).

       FD  CHANGE-LISTING
           RECORDING MODE IS F
      * FUTURE-DATED TRANSACTIONS WAITING FOR THEIR EFFECTIVE DATE -
      * THE EXACT MAINT-TRANS-RECORD IMAGE, HELD HERE AND REPLAYED
      * BY THE FIRST RUN ON OR AFTER THE DATE.
       01 PENDING-TRANS-RECORD           PIC X(194).

       WORKING-STORAGE SECTION.
      * FILE PATHS - DEFAULT TO THE PATHS BELOW, BUT CAN BE OVERRIDDEN
              10 TABLE-EMP-PRENOTE-DATE PIC X(08).
              10 TABLE-EMP-LOCALITY     PIC X(04).
              10 TABLE-EMP-COMP-CLASS   PIC X(04).
              10 TABLE-EMP-W4-DATA.
                 15 TABLE-EMP-W4-FILING-STATUS PIC X(01).
                 15 TABLE-EMP-W4-MULTI-JOBS    PIC X(01).
                 15 TABLE-EMP-W4-DEP-CREDIT    PIC 9(05)V99.
                 15 TABLE-EMP-W4-OTHER-INCOME  PIC 9(07)V99.
                 15 TABLE-EMP-W4-DEDUCTIONS    PIC 9(07)V99.
                 15 TABLE-EMP-W4-EXTRA-WH      PIC 9(05)V99.
              10 TABLE-EMP-PAY-TYPE     PIC X(01).
              10 TABLE-EMP-ANNUAL-SALARY PIC 9(07)V99.
              10 TABLE-EMP-FLSA-STATUS  PIC X(01).

      * VALID DEPARTMENT CODES - LOADED FROM DEPTCODES.DAT IF IT
      * EXISTS, OTHERWISE THE BUILT-IN DEFAULT LIST BELOW IS USED,
        01 WS-PENDING-TABLE.
           05 PND-TABLE-ENTRY OCCURS 0 TO 500 TIMES
                 DEPENDING ON WS-PND-COUNT.
              10 PND-TRANS-IMAGE        PIC X(194).
              10 PND-DISPOSITION        PIC X(01).
        01 WS-TRANS-HELD                PIC 9(03) VALUE 0.
        01 WS-TRANS-FROM-PENDING        PIC 9(03) VALUE 0.
      * RELEASED AFTER THE CLOSE, SO THIS RUN AND A PAYROLL RUN
      * CAN'T UPDATE THE MASTER AT THE SAME TIME.
        COPY "RUNLOCK.cpy".
      * EVERY MASTER RECORD ADDED, CHANGED OR DELETED GOES ON THE
      * MASTER CHANGE JOURNAL FOR FORWARD RECOVERY.
        COPY "CHGJRNL.cpy".
      * SALARIED PAY - A SUPPLIED SALARY IS RUN THROUGH THE SAME
      * SUBPROGRAM THE PAYROLL RUN USES SO ONE THAT WOULD OVERFLOW A
      * CHECK IS CAUGHT HERE, NOT ON PAYDAY.
        COPY "SALPAY.cpy".

       01  PAGE-HDG-01.
           05 PAGE-HDG-01-CC         PIC X(01) VALUE SPACE.
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 DTL-USER               PIC X(08).

       01  DETAIL-LINE-W4.
           05 W4L-CC                 PIC X(01) VALUE SPACE.
           05 FILLER                 PIC X(25) VALUE SPACES.
           05 FILLER                 PIC X(14) VALUE "W-4  FILING: ".
           05 W4L-FILING-STATUS      PIC X(01).
           05 FILLER                 PIC X(13) VALUE "  MULTI-JOB: ".
           05 W4L-MULTI-JOBS         PIC X(01).
           05 FILLER                 PIC X(09) VALUE "  CREDIT ".
           05 W4L-DEP-CREDIT         PIC ZZ,ZZ9.99.
           05 FILLER                 PIC X(08) VALUE "  OTHER ".
           05 W4L-OTHER-INCOME       PIC Z,ZZZ,ZZ9.99.
           05 FILLER                 PIC X(07) VALUE "  DEDS ".
           05 W4L-DEDUCTIONS         PIC Z,ZZZ,ZZ9.99.
           05 FILLER                 PIC X(08) VALUE "  EXTRA ".
           05 W4L-EXTRA-WH           PIC ZZ,ZZ9.99.
           05 FILLER                 PIC X(04) VALUE SPACES.

       01  DETAIL-LINE-SALARY.
           05 SLL-CC                 PIC X(01) VALUE SPACE.
           05 FILLER                 PIC X(25) VALUE SPACES.
           05 FILLER                 PIC X(14) VALUE "PAY  TYPE:   ".
           05 SLL-PAY-TYPE           PIC X(01).
           05 FILLER                 PIC X(13) VALUE "  FLSA:      ".
           05 SLL-FLSA-STATUS        PIC X(01).
           05 FILLER                 PIC X(09) VALUE "  SALARY ".
           05 SLL-ANNUAL-SALARY      PIC Z,ZZZ,ZZ9.99.
           05 FILLER                 PIC X(12) VALUE "  PER CHECK ".
           05 SLL-PERIOD-PAY         PIC ZZZ,ZZ9.99.
           05 FILLER                 PIC X(02) VALUE SPACES.

       01  DETAIL-LINE-LINE.
           05 FILLER                 PIC X(10) VALUE SPACES.
           05 FILLER                 PIC X(115) VALUE ALL "_".
              OPEN OUTPUT AUDIT-TRAIL-FILE
           END-IF.
           PERFORM 1200-OPERATOR-SIGN-ON.
           MOVE "EMPMNTRB"  TO JRN-PROGRAM-NAME.
           MOVE SGN-USER-ID TO JRN-USER-ID.
           PERFORM 1500-LOAD-EMPLOYEE-TABLE.
           PERFORM 1550-OPEN-MASTER-FOR-UPDATE.
           PERFORM 1600-LOAD-DEPT-CODES.
                            TABLE-EMP-LOCALITY (WS-EMPLOYEE-COUNT)
                       MOVE EMP-COMP-CLASS TO
                            TABLE-EMP-COMP-CLASS (WS-EMPLOYEE-COUNT)
                       PERFORM 1510-LOAD-EMPLOYEE-W4
                 END-READ
              END-PERFORM
              CLOSE EMPLOYEE-MASTER
           END-IF.

       1510-LOAD-EMPLOYEE-W4.
      * A MASTER RECORD WRITTEN BEFORE THE W-4 FIELDS EXISTED READS
      * IN BLANK THERE - IT IS CARRIED AS A PRE-2020 W-4 WITH ZERO
      * ADJUSTMENTS SO THE REWRITE PUTS CLEAN NUMBERS BACK.
           MOVE EMP-W4-FILING-STATUS TO
                TABLE-EMP-W4-FILING-STATUS (WS-EMPLOYEE-COUNT).
           MOVE EMP-W4-MULTI-JOBS TO
                TABLE-EMP-W4-MULTI-JOBS (WS-EMPLOYEE-COUNT).
           IF EMP-W4-DEP-CREDIT NUMERIC
              MOVE EMP-W4-DEP-CREDIT TO
                   TABLE-EMP-W4-DEP-CREDIT (WS-EMPLOYEE-COUNT)
           ELSE
              MOVE 0 TO TABLE-EMP-W4-DEP-CREDIT (WS-EMPLOYEE-COUNT)
           END-IF.
           IF EMP-W4-OTHER-INCOME NUMERIC
              MOVE EMP-W4-OTHER-INCOME TO
                   TABLE-EMP-W4-OTHER-INCOME (WS-EMPLOYEE-COUNT)
           ELSE
              MOVE 0 TO TABLE-EMP-W4-OTHER-INCOME (WS-EMPLOYEE-COUNT)
           END-IF.
           IF EMP-W4-DEDUCTIONS NUMERIC
              MOVE EMP-W4-DEDUCTIONS TO
                   TABLE-EMP-W4-DEDUCTIONS (WS-EMPLOYEE-COUNT)
           ELSE
              MOVE 0 TO TABLE-EMP-W4-DEDUCTIONS (WS-EMPLOYEE-COUNT)
           END-IF.
           IF EMP-W4-EXTRA-WH NUMERIC
              MOVE EMP-W4-EXTRA-WH TO
                   TABLE-EMP-W4-EXTRA-WH (WS-EMPLOYEE-COUNT)
           ELSE
              MOVE 0 TO TABLE-EMP-W4-EXTRA-WH (WS-EMPLOYEE-COUNT)
           END-IF.
      * LIKEWISE A MASTER FROM BEFORE SALARIED PAY READS IN BLANK
      * AND IS CARRIED AS HOURLY.
           IF EMP-PAY-TYPE = "S"
              MOVE "S" TO TABLE-EMP-PAY-TYPE (WS-EMPLOYEE-COUNT)
           ELSE
              MOVE "H" TO TABLE-EMP-PAY-TYPE (WS-EMPLOYEE-COUNT)
           END-IF.
           IF EMP-ANNUAL-SALARY NUMERIC
              MOVE EMP-ANNUAL-SALARY TO
                   TABLE-EMP-ANNUAL-SALARY (WS-EMPLOYEE-COUNT)
           ELSE
              MOVE 0 TO TABLE-EMP-ANNUAL-SALARY (WS-EMPLOYEE-COUNT)
           END-IF.
           MOVE EMP-FLSA-STATUS TO
                TABLE-EMP-FLSA-STATUS (WS-EMPLOYEE-COUNT).

       1550-OPEN-MASTER-FOR-UPDATE.
      * THE MASTER IS INDEXED NOW - IT STAYS OPEN I-O FOR THE RUN
      * AND EACH TRANSACTION WRITES, REWRITES, OR DELETES ITS ONE
                 MOVE "NON-NUMERIC SSN" TO WS-REJECT-REASON
              END-IF
           END-IF.
           IF VALID-TRANS AND (TRN-ADD OR TRN-CHANGE)
              AND TRN-EMP-W4-DATA NOT = SPACES
              PERFORM 2600-VALIDATE-W4
           END-IF.
           IF VALID-TRANS AND (TRN-ADD OR TRN-CHANGE)
              AND TRN-EMP-SALARY-DATA NOT = SPACES
              PERFORM 2650-VALIDATE-SALARY
           END-IF.
           IF INVALID-TRANS
              ADD 1 TO WS-TRANS-REJECTED
              DISPLAY "REJECTED - " WS-REJECT-REASON ": "
                      TRN-EMP-NUMBER
           END-IF.

       2600-VALIDATE-W4.
      * A SUPPLIED W-4 NEEDS A REAL FILING STATUS AND CLEAN DOLLAR
      * AMOUNTS - PAYRPTRB ANNUALIZES THEM INTO EVERY CHECK'S
      * FEDERAL TAX.  BLANK AMOUNTS AND A BLANK CHECKBOX DEFAULT TO
      * ZERO AND NO.
           IF TRN-EMP-W4-MULTI-JOBS = SPACE
              MOVE "N" TO TRN-EMP-W4-MULTI-JOBS
           END-IF.
           IF TRN-EMP-W4-DEP-CREDIT-X = SPACES
              MOVE 0 TO TRN-EMP-W4-DEP-CREDIT
           END-IF.
           IF TRN-EMP-W4-OTHER-INCOME-X = SPACES
              MOVE 0 TO TRN-EMP-W4-OTHER-INCOME
           END-IF.
           IF TRN-EMP-W4-DEDUCTIONS-X = SPACES
              MOVE 0 TO TRN-EMP-W4-DEDUCTIONS
           END-IF.
           IF TRN-EMP-W4-EXTRA-WH-X = SPACES
              MOVE 0 TO TRN-EMP-W4-EXTRA-WH
           END-IF.
           EVALUATE TRUE
              WHEN TRN-EMP-W4-FILING-STATUS NOT = "S"
                   AND TRN-EMP-W4-FILING-STATUS NOT = "M"
                   AND TRN-EMP-W4-FILING-STATUS NOT = "H"
                 SET INVALID-TRANS TO TRUE
                 MOVE "BAD W-4 FILING STATUS" TO WS-REJECT-REASON
              WHEN TRN-EMP-W4-MULTI-JOBS NOT = "Y"
                   AND TRN-EMP-W4-MULTI-JOBS NOT = "N"
                 SET INVALID-TRANS TO TRUE
                 MOVE "BAD W-4 MULTIPLE-JOBS FLAG" TO WS-REJECT-REASON
              WHEN TRN-EMP-W4-DEP-CREDIT NOT NUMERIC
                 SET INVALID-TRANS TO TRUE
                 MOVE "NON-NUMERIC W-4 DEP CREDIT" TO WS-REJECT-REASON
              WHEN TRN-EMP-W4-OTHER-INCOME NOT NUMERIC
                 SET INVALID-TRANS TO TRUE
                 MOVE "NON-NUMERIC W-4 OTHER INCOME" TO WS-REJECT-REASON
              WHEN TRN-EMP-W4-DEDUCTIONS NOT NUMERIC
                 SET INVALID-TRANS TO TRUE
                 MOVE "NON-NUMERIC W-4 DEDUCTIONS" TO WS-REJECT-REASON
              WHEN TRN-EMP-W4-EXTRA-WH NOT NUMERIC
                 SET INVALID-TRANS TO TRUE
                 MOVE "NON-NUMERIC W-4 EXTRA WH" TO WS-REJECT-REASON
           END-EVALUATE.

       2650-VALIDATE-SALARY.
      * A SALARIED EMPLOYEE NEEDS A REAL SALARY THAT SALPAYRB CAN
      * TURN INTO A CHECK.  THE PAYROLL RUN FIGURES THE PERIOD PAY
      * AND A NON-EXEMPT EMPLOYEE'S OVERTIME (AT SALARY / 2080) FROM
      * THE MASTER, SO NEITHER IS HELD TO THE PAYROLL RECORD'S RATE
      * COLUMN.  AN HOURLY EMPLOYEE CARRIES NO SALARY.  BLANK FLSA
      * STATUS DEFAULTS TO EXEMPT FOR SALARIED STAFF.
           IF TRN-EMP-PAY-TYPE = SPACE
              MOVE "H" TO TRN-EMP-PAY-TYPE
           END-IF.
           IF TRN-EMP-ANNUAL-SALARY-X = SPACES
              MOVE 0 TO TRN-EMP-ANNUAL-SALARY
           END-IF.
           IF TRN-EMP-FLSA-STATUS = SPACE AND TRN-EMP-PAY-TYPE = "S"
              MOVE "E" TO TRN-EMP-FLSA-STATUS
           END-IF.
           EVALUATE TRUE
              WHEN TRN-EMP-PAY-TYPE NOT = "H"
                   AND TRN-EMP-PAY-TYPE NOT = "S"
                 SET INVALID-TRANS TO TRUE
                 MOVE "BAD PAY TYPE" TO WS-REJECT-REASON
              WHEN TRN-EMP-ANNUAL-SALARY NOT NUMERIC
                 SET INVALID-TRANS TO TRUE
                 MOVE "NON-NUMERIC ANNUAL SALARY" TO WS-REJECT-REASON
              WHEN TRN-EMP-PAY-TYPE = "S"
                   AND TRN-EMP-ANNUAL-SALARY = 0
                 SET INVALID-TRANS TO TRUE
                 MOVE "SALARIED WITH NO SALARY" TO WS-REJECT-REASON
              WHEN TRN-EMP-PAY-TYPE = "S"
                   AND TRN-EMP-FLSA-STATUS NOT = "E"
                   AND TRN-EMP-FLSA-STATUS NOT = "N"
                 SET INVALID-TRANS TO TRUE
                 MOVE "BAD FLSA STATUS" TO WS-REJECT-REASON
              WHEN TRN-EMP-PAY-TYPE = "H"
                   AND TRN-EMP-ANNUAL-SALARY NOT = 0
                 SET INVALID-TRANS TO TRUE
                 MOVE "SALARY ON AN HOURLY EMPLOYEE" TO WS-REJECT-REASON
           END-EVALUATE.
           IF VALID-TRANS AND TRN-EMP-PAY-TYPE = "S"
              MOVE TRN-EMP-ANNUAL-SALARY TO SAL-ANNUAL-SALARY
              MOVE TRN-EMP-PAY-FREQUENCY TO SAL-PAY-FREQUENCY
              MOVE WS-TODAY-CCYYMMDD     TO SAL-PAY-DATE
              MOVE SPACES TO SAL-HIRE-DATE SAL-TERM-DATE
              CALL "SALPAYRB" USING SALPAY-PARMS
              IF NOT SAL-OK
                 SET INVALID-TRANS TO TRUE
                 MOVE "SALARY NOT COMPUTABLE" TO WS-REJECT-REASON
              END-IF
           END-IF.
           IF TRN-EMP-PAY-TYPE = "H"
              MOVE SPACE TO TRN-EMP-FLSA-STATUS
           END-IF.

       2700-FIND-EMPLOYEE.
      * SEARCH THE IN-MEMORY EMPLOYEE TABLE FOR THE TRANSACTION'S
      * EMPLOYEE NUMBER.  WS-EMP-SUB POINTS AT THE MATCH, OR PAST THE
                TO WS-OLD-BANK-STATUS
              MOVE TABLE-EMP-PRENOTE-DATE (WS-EMP-SUB)
                TO WS-OLD-PRENOTE-DATE
              PERFORM 3680-BUILD-MASTER-RECORD
              MOVE EMPLOYEE-MASTER-RECORD TO JRN-BEFORE-IMAGE
              PERFORM 7000-LIST-BEFORE-IMAGE
           END-IF.
           EVALUATE TRUE
                TABLE-EMP-LOCALITY (WS-EMP-SUB).
           MOVE TRN-EMP-COMP-CLASS   TO
                TABLE-EMP-COMP-CLASS (WS-EMP-SUB).
      * A BLANK W-4 BLOCK ON A CHANGE KEEPS THE ONE ON FILE; ON AN
      * ADD IT LEAVES THE EMPLOYEE ON THE ALLOWANCE COUNT.
           EVALUATE TRUE
              WHEN TRN-EMP-W4-DATA NOT = SPACES
                 MOVE TRN-EMP-W4-FILING-STATUS TO
                      TABLE-EMP-W4-FILING-STATUS (WS-EMP-SUB)
                 MOVE TRN-EMP-W4-MULTI-JOBS TO
                      TABLE-EMP-W4-MULTI-JOBS (WS-EMP-SUB)
                 MOVE TRN-EMP-W4-DEP-CREDIT TO
                      TABLE-EMP-W4-DEP-CREDIT (WS-EMP-SUB)
                 MOVE TRN-EMP-W4-OTHER-INCOME TO
                      TABLE-EMP-W4-OTHER-INCOME (WS-EMP-SUB)
                 MOVE TRN-EMP-W4-DEDUCTIONS TO
                      TABLE-EMP-W4-DEDUCTIONS (WS-EMP-SUB)
                 MOVE TRN-EMP-W4-EXTRA-WH TO
                      TABLE-EMP-W4-EXTRA-WH (WS-EMP-SUB)
              WHEN TRN-ADD
                 MOVE SPACE TO TABLE-EMP-W4-FILING-STATUS (WS-EMP-SUB)
                 MOVE "N"   TO TABLE-EMP-W4-MULTI-JOBS (WS-EMP-SUB)
                 MOVE 0     TO TABLE-EMP-W4-DEP-CREDIT (WS-EMP-SUB)
                 MOVE 0     TO TABLE-EMP-W4-OTHER-INCOME (WS-EMP-SUB)
                 MOVE 0     TO TABLE-EMP-W4-DEDUCTIONS (WS-EMP-SUB)
                 MOVE 0     TO TABLE-EMP-W4-EXTRA-WH (WS-EMP-SUB)
           END-EVALUATE.
      * THE SAME FOR THE PAY TYPE: BLANK KEEPS WHAT IS ON FILE, AND
      * AN ADD WITHOUT ONE IS HOURLY.
           EVALUATE TRUE
              WHEN TRN-EMP-SALARY-DATA NOT = SPACES
                 MOVE TRN-EMP-PAY-TYPE TO
                      TABLE-EMP-PAY-TYPE (WS-EMP-SUB)
                 MOVE TRN-EMP-ANNUAL-SALARY TO
                      TABLE-EMP-ANNUAL-SALARY (WS-EMP-SUB)
                 MOVE TRN-EMP-FLSA-STATUS TO
                      TABLE-EMP-FLSA-STATUS (WS-EMP-SUB)
              WHEN TRN-ADD
                 MOVE "H"   TO TABLE-EMP-PAY-TYPE (WS-EMP-SUB)
                 MOVE 0     TO TABLE-EMP-ANNUAL-SALARY (WS-EMP-SUB)
                 MOVE SPACE TO TABLE-EMP-FLSA-STATUS (WS-EMP-SUB)
           END-EVALUATE.
      * NEW OR CHANGED BANK DETAILS GO PRENOTE PENDING - THE NEXT
      * PAYRPTRB RUN SENDS THE ZERO-DOLLAR ENTRY AND PAYS BY CHECK
      * UNTIL THE WINDOW PASSES.  UNCHANGED DETAILS KEEP WHATEVER
                 DISPLAY "EMPMNTRB: WRITE FAILED FOR "
                     TRN-EMP-NUMBER " STATUS "
                     WS-EMPLOYEE-MASTER-STATUS
              NOT INVALID KEY
                 MOVE "A" TO JRN-ACTION
                 PERFORM 3690-JOURNAL-CHANGE
           END-WRITE.

       3600-REWRITE-MASTER-RECORD.
                 DISPLAY "EMPMNTRB: REWRITE FAILED FOR "
                     TRN-EMP-NUMBER " STATUS "
                     WS-EMPLOYEE-MASTER-STATUS
              NOT INVALID KEY
                 MOVE "C" TO JRN-ACTION
                 PERFORM 3690-JOURNAL-CHANGE
           END-REWRITE.

       3650-DELETE-MASTER-RECORD.
                 DISPLAY "EMPMNTRB: DELETE FAILED FOR "
                     TRN-EMP-NUMBER " STATUS "
                     WS-EMPLOYEE-MASTER-STATUS
              NOT INVALID KEY
                 MOVE "D" TO JRN-ACTION
                 PERFORM 3690-JOURNAL-CHANGE
           END-DELETE.

       3680-BUILD-MASTER-RECORD.
           MOVE TABLE-EMP-LOCALITY (WS-EMP-SUB) TO EMP-LOCALITY.
           MOVE TABLE-EMP-COMP-CLASS (WS-EMP-SUB)
                                               TO EMP-COMP-CLASS.
           MOVE TABLE-EMP-W4-FILING-STATUS (WS-EMP-SUB)
                                               TO EMP-W4-FILING-STATUS.
           MOVE TABLE-EMP-W4-MULTI-JOBS (WS-EMP-SUB)
                                               TO EMP-W4-MULTI-JOBS.
           MOVE TABLE-EMP-W4-DEP-CREDIT (WS-EMP-SUB)
                                               TO EMP-W4-DEP-CREDIT.
           MOVE TABLE-EMP-W4-OTHER-INCOME (WS-EMP-SUB)
                                               TO EMP-W4-OTHER-INCOME.
           MOVE TABLE-EMP-W4-DEDUCTIONS (WS-EMP-SUB)
                                               TO EMP-W4-DEDUCTIONS.
           MOVE TABLE-EMP-W4-EXTRA-WH (WS-EMP-SUB)
                                               TO EMP-W4-EXTRA-WH.
           MOVE TABLE-EMP-PAY-TYPE (WS-EMP-SUB) TO EMP-PAY-TYPE.
           MOVE TABLE-EMP-ANNUAL-SALARY (WS-EMP-SUB)
                                               TO EMP-ANNUAL-SALARY.
           MOVE TABLE-EMP-FLSA-STATUS (WS-EMP-SUB)
                                               TO EMP-FLSA-STATUS.

       3690-JOURNAL-CHANGE.
      * THE BEFORE IMAGE WAS TAKEN IN 3000 FROM THE TABLE ENTRY AS IT
      * STOOD; THE AFTER IMAGE IS THE RECORD JUST WRITTEN.
           MOVE "J"                    TO JRN-FUNCTION-CODE.
           MOVE "EMPMAST"              TO JRN-MASTER-ID.
           MOVE EMPLOYEE-MASTER-RECORD TO JRN-AFTER-IMAGE.
           CALL "CHGJRNRB" USING CHGJRNL-PARMS.

       3700-DELETE-TABLE-ENTRY.
      * CLOSE THE GAP BY SHIFTING EVERY ENTRY PAST THE DELETED ONE
              MOVE TRN-EMP-WORK-STATE   TO DTL-EMP-WORK-STATE
           END-IF.
           PERFORM 7500-WRITE-LISTING-LINE.
           IF NOT TRN-DELETE AND TRN-EMP-W4-DATA NOT = SPACES
              PERFORM 7150-LIST-W4-ELECTIONS
           END-IF.
           IF NOT TRN-DELETE AND TRN-EMP-SALARY-DATA NOT = SPACES
              PERFORM 7160-LIST-SALARY
           END-IF.

       7150-LIST-W4-ELECTIONS.
      * A NEW W-4 CHANGES EVERY CHECK'S FEDERAL TAX, SO ITS
      * ELECTIONS GO ON THE SIGNED-OFF LISTING UNDER THE AFTER
      * IMAGE.
           MOVE TRN-EMP-W4-FILING-STATUS TO W4L-FILING-STATUS.
           MOVE TRN-EMP-W4-MULTI-JOBS    TO W4L-MULTI-JOBS.
           MOVE TRN-EMP-W4-DEP-CREDIT    TO W4L-DEP-CREDIT.
           MOVE TRN-EMP-W4-OTHER-INCOME  TO W4L-OTHER-INCOME.
           MOVE TRN-EMP-W4-DEDUCTIONS    TO W4L-DEDUCTIONS.
           MOVE TRN-EMP-W4-EXTRA-WH      TO W4L-EXTRA-WH.
           add 1 to WS-LINE-COUNT.
           if WS-LINE-COUNT > 50
              PERFORM 8000-WRITE-HEADINGS.
           write CHANGE-LISTING-RECORD from DETAIL-LINE-W4
             after advancing 01 lines.

       7160-LIST-SALARY.
      * A PAY-TYPE OR SALARY CHANGE MOVES EVERY CHECK, SO IT GOES ON
      * THE SIGNED-OFF LISTING WITH WHAT ONE FULL PERIOD NOW PAYS.
           MOVE TRN-EMP-PAY-TYPE         TO SLL-PAY-TYPE.
           MOVE TRN-EMP-FLSA-STATUS      TO SLL-FLSA-STATUS.
           MOVE TRN-EMP-ANNUAL-SALARY    TO SLL-ANNUAL-SALARY.
           IF TRN-EMP-PAY-TYPE = "S"
              MOVE SAL-FULL-PERIOD-PAY   TO SLL-PERIOD-PAY
           ELSE
              MOVE 0                     TO SLL-PERIOD-PAY
           END-IF.
           add 1 to WS-LINE-COUNT.
           if WS-LINE-COUNT > 50
              PERFORM 8000-WRITE-HEADINGS.
           write CHANGE-LISTING-RECORD from DETAIL-LINE-SALARY
             after advancing 01 lines.

       7200-LIST-REJECT.
           MOVE SPACES               TO DETAIL-LINE-CHANGE.
