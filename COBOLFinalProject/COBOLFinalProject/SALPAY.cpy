      * SALPAY
      * Parameter area for the SALPAYRB salaried-pay subprogram - the
      * one place the per-period salary rule lives, so the payroll
      * run, final pay and employee maintenance all agree on what a
      * salaried employee's check is for a given pay period.
      *
      * Set the annual salary, pay frequency (W/B/S/M), the pay date
      * that closes the period, and the employee's hire and
      * termination dates (CCYYMMDD; spaces or zeros = none), CALL
      * "SALPAYRB" USING SALPAY-PARMS, then test SAL-STATUS:
      *   SAL-PERIOD-START/END  the calendar days the check covers -
      *      weekly and biweekly periods end on the pay date;
      *      semimonthly periods are the 1st-15th and 16th-month end;
      *      monthly periods are the calendar month of the pay date
      *   SAL-FULL-PERIOD-PAY   annual salary / periods per year
      *   SAL-PERIOD-PAY        full-period pay prorated by the
      *      calendar days of the period the employee was on the
      *      books (hire date through termination date); zero when
      *      the employee was not employed at all in the period
      *   SAL-HOURLY-RATE       annual salary / 2080, the straight-
      *      time rate overtime and vacation payout are figured at
      * An unknown frequency or a zero/invalid pay date answers E.
        01 SALPAY-PARMS.
           05 SAL-ANNUAL-SALARY      PIC 9(07)V99.
           05 SAL-PAY-FREQUENCY      PIC X(01).
           05 SAL-PAY-DATE           PIC 9(08).
           05 SAL-HIRE-DATE          PIC X(08).
           05 SAL-TERM-DATE          PIC X(08).
           05 SAL-PERIOD-START       PIC 9(08).
           05 SAL-PERIOD-END         PIC 9(08).
           05 SAL-PERIOD-DAYS        PIC 9(03).
           05 SAL-DAYS-WORKED        PIC 9(03).
           05 SAL-FULL-PERIOD-PAY    PIC 9(07)V99.
           05 SAL-PERIOD-PAY         PIC 9(07)V99.
           05 SAL-HOURLY-RATE        PIC 9(04)V99.
           05 SAL-STATUS             PIC X(01).
              88 SAL-OK                  VALUE "0".
              88 SAL-BAD-REQUEST         VALUE "E".
