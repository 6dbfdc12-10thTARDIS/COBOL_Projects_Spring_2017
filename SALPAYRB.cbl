       IDENTIFICATION DIVISION.
       program-id. SALPAYRB.
       AUTHOR.     RYAN BROOKS.
      * CALLABLE SALARIED-PAY SERVICE.  SALARIED STAFF USED TO BE PAID
      * BY HAVING A CLERK KEY MADE-UP HOURS AT A MADE-UP RATE; NOW THE
      * MASTER CARRIES THEIR ANNUAL SALARY AND THIS SUBPROGRAM TURNS
      * IT INTO ONE PERIOD'S PAY - SALARY OVER THE PERIODS IN THE
      * YEAR, PRORATED BY CALENDAR DAY WHEN THE EMPLOYEE WAS HIRED OR
      * TERMINATED PART WAY THROUGH THE PERIOD.  THE PAYROLL RUN,
      * FINAL PAY AND EMPLOYEE MAINTENANCE ALL CALL IT SO THEY CAN
      * NEVER DISAGREE ON THE AMOUNT.  FIELD MEANINGS ARE DOCUMENTED
      * IN THE COPYBOOK.

       data division.
       working-storage section.
       01 WS-PERIODS-PER-YEAR      PIC 9(02) VALUE 0.
       01 WS-START-INT             PIC S9(09) VALUE 0.
       01 WS-END-INT               PIC S9(09) VALUE 0.
       01 WS-WORK-START-INT        PIC S9(09) VALUE 0.
       01 WS-WORK-END-INT          PIC S9(09) VALUE 0.
       01 WS-EDGE-INT              PIC S9(09) VALUE 0.
       01 WS-EDGE-DATE             PIC X(08).
       01 WS-EDGE-DATE-N REDEFINES WS-EDGE-DATE
                                   PIC 9(08).
       01 WS-DATE-DIGITS.
          05 WS-DD-CCYY            PIC 9(04).
          05 WS-DD-MM              PIC 9(02).
          05 WS-DD-DD              PIC 9(02).
       01 WS-DATE-DIGITS-N REDEFINES WS-DATE-DIGITS
                                   PIC 9(08).
       01 WS-DATE-OK-SW            PIC X(01) VALUE "Y".
          88 EDGE-DATE-OK                    VALUE "Y".

       LINKAGE SECTION.
       COPY "SALPAY.cpy".

       procedure division USING SALPAY-PARMS.

       0000-MAINLINE.
           MOVE "0" TO SAL-STATUS.
           MOVE 0 TO SAL-PERIOD-START SAL-PERIOD-END SAL-PERIOD-DAYS
                     SAL-DAYS-WORKED SAL-FULL-PERIOD-PAY
                     SAL-PERIOD-PAY SAL-HOURLY-RATE.
           EVALUATE SAL-PAY-FREQUENCY
              WHEN "W"
                 MOVE 52 TO WS-PERIODS-PER-YEAR
              WHEN "B"
                 MOVE 26 TO WS-PERIODS-PER-YEAR
              WHEN "S"
                 MOVE 24 TO WS-PERIODS-PER-YEAR
              WHEN "M"
                 MOVE 12 TO WS-PERIODS-PER-YEAR
              WHEN OTHER
                 MOVE "E" TO SAL-STATUS
           END-EVALUATE.
           IF SAL-ANNUAL-SALARY NOT NUMERIC
              MOVE "E" TO SAL-STATUS
           END-IF.
           MOVE SAL-PAY-DATE TO WS-DATE-DIGITS.
           IF SAL-PAY-DATE NOT NUMERIC
              OR WS-DD-CCYY < 1601 OR WS-DD-MM < 01 OR WS-DD-MM > 12
              OR WS-DD-DD < 01 OR WS-DD-DD > 31
              MOVE "E" TO SAL-STATUS
           END-IF.
           IF SAL-OK
              COMPUTE SAL-FULL-PERIOD-PAY ROUNDED =
                  SAL-ANNUAL-SALARY / WS-PERIODS-PER-YEAR
              COMPUTE SAL-HOURLY-RATE ROUNDED =
                  SAL-ANNUAL-SALARY / 2080
              PERFORM 1000-FIND-PERIOD
              PERFORM 2000-PRORATE
           END-IF.
           goback.

       1000-FIND-PERIOD.
      * WEEKLY AND BIWEEKLY PERIODS ARE THE 7 OR 14 DAYS ENDING ON THE
      * PAY DATE.  SEMIMONTHLY AND MONTHLY PERIODS ARE FIXED CALENDAR
      * SPANS, SO A PAY DATE PULLED EARLY FOR A WEEKEND OR HOLIDAY
      * STILL COVERS THE WHOLE HALF-MONTH OR MONTH.
           MOVE SAL-PAY-DATE TO WS-DATE-DIGITS.
           EVALUATE SAL-PAY-FREQUENCY
              WHEN "W"
                 COMPUTE WS-END-INT =
                     FUNCTION INTEGER-OF-DATE (SAL-PAY-DATE)
                 COMPUTE WS-START-INT = WS-END-INT - 6
              WHEN "B"
                 COMPUTE WS-END-INT =
                     FUNCTION INTEGER-OF-DATE (SAL-PAY-DATE)
                 COMPUTE WS-START-INT = WS-END-INT - 13
              WHEN "S"
                 IF WS-DD-DD > 15
                    MOVE 16 TO WS-DD-DD
                    COMPUTE WS-START-INT =
                        FUNCTION INTEGER-OF-DATE (WS-DATE-DIGITS-N)
                    PERFORM 1100-LAST-DAY-OF-MONTH
                 ELSE
                    MOVE 01 TO WS-DD-DD
                    COMPUTE WS-START-INT =
                        FUNCTION INTEGER-OF-DATE (WS-DATE-DIGITS-N)
                    COMPUTE WS-END-INT = WS-START-INT + 14
                 END-IF
              WHEN "M"
                 MOVE 01 TO WS-DD-DD
                 COMPUTE WS-START-INT =
                     FUNCTION INTEGER-OF-DATE (WS-DATE-DIGITS-N)
                 PERFORM 1100-LAST-DAY-OF-MONTH
           END-EVALUATE.
           COMPUTE SAL-PERIOD-START =
               FUNCTION DATE-OF-INTEGER (WS-START-INT).
           COMPUTE SAL-PERIOD-END =
               FUNCTION DATE-OF-INTEGER (WS-END-INT).
           COMPUTE SAL-PERIOD-DAYS = WS-END-INT - WS-START-INT + 1.

       1100-LAST-DAY-OF-MONTH.
      * THE DAY BEFORE THE 1ST OF THE FOLLOWING MONTH.
           MOVE 01 TO WS-DD-DD.
           IF WS-DD-MM = 12
              MOVE 01 TO WS-DD-MM
              ADD 1 TO WS-DD-CCYY
           ELSE
              ADD 1 TO WS-DD-MM
           END-IF.
           COMPUTE WS-END-INT =
               FUNCTION INTEGER-OF-DATE (WS-DATE-DIGITS-N) - 1.

       2000-PRORATE.
      * THE DAYS ON THE BOOKS ARE THE PERIOD CUT BACK TO THE HIRE DATE
      * AT THE FRONT AND THE TERMINATION DATE AT THE BACK.  A FULL
      * PERIOD PAYS THE FULL-PERIOD AMOUNT EXACTLY, SO ROUNDING NEVER
      * SHORTS OR OVERPAYS A SALARIED EMPLOYEE A PENNY IN A NORMAL
      * PERIOD.
           MOVE WS-START-INT TO WS-WORK-START-INT.
           MOVE WS-END-INT TO WS-WORK-END-INT.
           MOVE SAL-HIRE-DATE TO WS-EDGE-DATE.
           PERFORM 2100-EDIT-EDGE-DATE.
           IF EDGE-DATE-OK
              COMPUTE WS-EDGE-INT =
                  FUNCTION INTEGER-OF-DATE (WS-EDGE-DATE-N)
              IF WS-EDGE-INT > WS-WORK-START-INT
                 MOVE WS-EDGE-INT TO WS-WORK-START-INT
              END-IF
           END-IF.
           MOVE SAL-TERM-DATE TO WS-EDGE-DATE.
           PERFORM 2100-EDIT-EDGE-DATE.
           IF EDGE-DATE-OK
              COMPUTE WS-EDGE-INT =
                  FUNCTION INTEGER-OF-DATE (WS-EDGE-DATE-N)
              IF WS-EDGE-INT < WS-WORK-END-INT
                 MOVE WS-EDGE-INT TO WS-WORK-END-INT
              END-IF
           END-IF.
           IF WS-WORK-END-INT < WS-WORK-START-INT
              MOVE 0 TO SAL-DAYS-WORKED
           ELSE
              COMPUTE SAL-DAYS-WORKED =
                  WS-WORK-END-INT - WS-WORK-START-INT + 1
           END-IF.
           IF SAL-DAYS-WORKED = SAL-PERIOD-DAYS
              MOVE SAL-FULL-PERIOD-PAY TO SAL-PERIOD-PAY
           ELSE
              COMPUTE SAL-PERIOD-PAY ROUNDED =
                  SAL-FULL-PERIOD-PAY * SAL-DAYS-WORKED
                  / SAL-PERIOD-DAYS
           END-IF.

       2100-EDIT-EDGE-DATE.
      * A BLANK, ZERO OR UNUSABLE HIRE/TERM DATE SIMPLY DOES NOT CUT
      * THE PERIOD.
           MOVE "Y" TO WS-DATE-OK-SW.
           IF WS-EDGE-DATE NOT NUMERIC
              MOVE "N" TO WS-DATE-OK-SW
           ELSE
              MOVE WS-EDGE-DATE-N TO WS-DATE-DIGITS
              IF WS-DD-CCYY < 1601 OR WS-DD-MM < 01 OR WS-DD-MM > 12
                 OR WS-DD-DD < 01 OR WS-DD-DD > 31
                 MOVE "N" TO WS-DATE-OK-SW
              END-IF
           END-IF.
