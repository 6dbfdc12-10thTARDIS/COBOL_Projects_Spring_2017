      *      file named by DATEFUNRB-FISCAL-CALENDAR (default
      *      FISCCAL.DAT - rows of period, start date, end date).
      *      No calendar row covering the date answers E.
      *   P  fiscal-period-bounds: as F, plus DFN-DATE-2 = the first
      *      and DFN-RESULT-DATE = the last day of that period.
      *   C  add-calendar-days: DFN-RESULT-DATE = DATE-1 moved
      *      DFN-DAY-COUNT calendar days (negative moves backward)
      *   W  day-of-week:       DFN-DAY-COUNT = 1 (Monday) through
      *      7 (Sunday) for DATE-1
      * Dates are CCYYMMDD.  The holiday table loads on the first
      * call from the file named by DATEFUNRB-HOLIDAYS-FILE (the same
      * variable the standalone display has always used); no file
              88 DFN-IS-HOLIDAY          VALUE "H".
              88 DFN-NEXT-BUSINESS-DAY   VALUE "N".
              88 DFN-FISCAL-PERIOD-OF    VALUE "F".
              88 DFN-FISCAL-BOUNDS-OF    VALUE "P".
              88 DFN-ADD-CALENDAR-DAYS   VALUE "C".
              88 DFN-DAY-OF-WEEK         VALUE "W".
           05 DFN-DATE-1             PIC 9(08).
           05 DFN-DATE-2             PIC 9(08).
           05 DFN-DAY-COUNT          PIC S9(05).
