      * FIELDS EXISTED READS IN SHORT AND THE DEFAULTS STAND.
           05 WS-CTL-401K-MATCH-PCT     PIC 9V9999 VALUE .5000.
           05 WS-CTL-401K-MATCH-CAP     PIC 9(06)  VALUE 2000.
      * SOCIAL SECURITY AND MEDICARE WITHHELD AS SEPARATE TAXES.
      * SOCIAL SECURITY STOPS ONCE AN EMPLOYEE'S YEAR-TO-DATE SS
      * WAGES REACH THE ANNUAL WAGE BASE; ADDITIONAL MEDICARE STARTS
      * ON MEDICARE WAGES PAST THE THRESHOLD.  BOTH ARE UPDATED EACH
      * JANUARY IN THE CONTROL FILE.  WS-CTL-SSN-MED-PCT ABOVE IS NO
      * LONGER USED FOR WITHHOLDING; A CONTROL FILE WRITTEN BEFORE
      * THESE FIELDS EXISTED READS IN SHORT AND THE DEFAULTS STAND.
           05 WS-CTL-SS-PCT             PIC 9V9999 VALUE .0620.
           05 WS-CTL-MED-PCT            PIC 9V9999 VALUE .0145.
           05 WS-CTL-SS-WAGE-BASE       PIC 9(06)  VALUE 168600.
           05 WS-CTL-ADDL-MED-THRESHOLD PIC 9(06)  VALUE 200000.
           05 WS-CTL-ADDL-MED-PCT       PIC 9V9999 VALUE .0090.
      * PUBLICATION 15-T PERCENTAGE METHOD - THE ANNUAL AMOUNT TAKEN
      * OFF A 2020-OR-LATER W-4'S ANNUALIZED WAGES WHEN THE STEP 2
      * MULTIPLE-JOBS BOX IS NOT CHECKED (ONE FIGURE FOR MARRIED
      * FILING JOINTLY, ONE FOR EVERYONE ELSE), AND THE PER-
      * ALLOWANCE AMOUNT FOR AN EMPLOYEE STILL ON A PRE-2020 W-4.
      * THE BRACKETS THEMSELVES LIVE IN FEDWHTBL.DAT.
           05 WS-CTL-W4-STD-MFJ         PIC 9(05)  VALUE 12900.
           05 WS-CTL-W4-STD-OTHER       PIC 9(05)  VALUE 8600.
           05 WS-CTL-W4-ALLOWANCE-AMT   PIC 9(05)  VALUE 4300.
      * SUPPLEMENTAL-WAGE FLAT RATE - FEDERAL INCOME TAX ON A BONUS
      * PAID IN AN OFF-CYCLE RUN IS THIS PERCENTAGE OF ITS TAXABLE
      * AMOUNT INSTEAD OF THE W-4 BRACKET FIGURE.
           05 WS-CTL-SUPP-FED-PCT       PIC 9V9999 VALUE .2200.
