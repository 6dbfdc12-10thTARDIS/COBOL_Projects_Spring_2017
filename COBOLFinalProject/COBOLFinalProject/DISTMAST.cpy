      * DISTMAST
      * One line of the report distribution master (DISTMAST.DAT):
      * who gets which part of which report when BURSTRB splits the
      * print files.  A recipient has one line per report section
      * they receive - a manager over two departments has two PAYRPT
      * lines - and all of a recipient's lines for a report go to
      * the one burst file, <recipient>-<report>.rpt.
      *   DST-REPORT-ID   PAYRPT    PAYRPTRB payroll report
      *                   ARAGE     ARAGERB receivables aging
      *                   SALESSUM  SALESSUM printed sales summary
      *                   CUTSCH    CUTSCHRB daily cut schedule
      *   DST-KEY-TYPE    D  department code    (PAYRPT)
      *                   S  salesperson ID     (SALESSUM)
      *                   C  customer number    (ARAGE)
      *                   M  material           (CUTSCH)
      *                   *  the whole report - every section plus
      *                      the totals and summaries
      * DST-RECIPIENT-DEPT is the recipient's own department.  The
      * payroll department sections are restricted: one goes only to
      * a recipient whose own department it is, whatever the key
      * lines say, so a payroll "*" line still gets only its own
      * department's pay plus the company totals.
        01 DIST-MASTER-RECORD.
           05 DST-RECIPIENT-ID       PIC X(08).
           05 DST-RECIPIENT-NAME     PIC X(30).
           05 DST-RECIPIENT-DEPT     PIC X(04).
           05 DST-REPORT-ID          PIC X(08).
           05 DST-KEY-TYPE           PIC X(01).
              88 DST-KEY-DEPARTMENT      VALUE "D".
              88 DST-KEY-SALESPERSON     VALUE "S".
              88 DST-KEY-CUSTOMER        VALUE "C".
              88 DST-KEY-MATERIAL        VALUE "M".
              88 DST-WHOLE-REPORT        VALUE "*".
              88 DST-VALID-KEY-TYPE      VALUE "D" "S" "C" "M" "*".
           05 DST-KEY-VALUE          PIC X(10).
