       IDENTIFICATION DIVISION.
       PROGRAM-ID.    W2PRTRB.
       AUTHOR.        RYAN BROOKS
      * EMPLOYEE W-2 COPIES FOR DISTRIBUTION.  W2SUMRB PRODUCES THE
      * ONE-LINE SUMMARY AND THE EFW2 FILE FOR THE SSA; THIS PROGRAM
      * PRINTS WHAT THE EMPLOYEES GET - COPY B (FEDERAL RETURN), COPY
      * C (EMPLOYEE'S RECORDS) AND COPY 2 (STATE/LOCAL RETURN) ON ONE
      * PAGE PER EMPLOYEE - FROM THE YTD MASTER'S BUCKETS AND THE
      * EMPLOYEE MASTER'S SSN, NAME, MAILING ADDRESS, WORK STATE AND
      * LOCALITY.  THE BOX FIGURES ARE THE ONES W2SUMRB PUTS ON THE
      * EFW2 FILE, INCLUDING ITS FALLBACK FOR A YTD RECORD FROM
      * BEFORE THE SOCIAL SECURITY/MEDICARE SPLIT.  THE EMPLOYEE
      * COPIES SHOW ONLY THE LAST FOUR DIGITS OF THE SSN.
      *
      * THE PAGES COME OUT IN ZIP CODE ORDER FOR THE MAIL, WITH ANY
      * EMPLOYEE MISSING FROM THE MASTER (NO ADDRESS TO MAIL TO) AT
      * THE END.  A CONTROL PAGE CLOSES THE RUN WITH THE FORM COUNT
      * AND THE BOX TOTALS FOR THE W-3 - BOX 1 MUST AGREE WITH THE
      * W2SUMRB TOTAL AND THE EFW2 RT RECORD.
      *
      * SET W2PRTRB-MODE TO C TO PRINT W-2C COPIES INSTEAD.  THE
      * EMPLOYEES COME FROM THE EXTRACT W2CORRRB APPENDS TO FOR EVERY
      * APPLIED CORRECTION; EACH FORM CARRIES THE CORRECTED FIGURES IN
      * THE SAME LAYOUT, MARKED W-2C, WITH THE PREVIOUSLY REPORTED AND
      * CORRECT AMOUNTS OF EACH CHANGED BOX, AND THE CONTROL PAGE
      * GIVES BOTH SETS OF TOTALS FOR THE W-3C.  THE EXTRACT IS
      * EMPTIED AFTER A CLEAN RUN; ROWS FOR ANOTHER TAX YEAR ARE KEPT
      * FOR THAT YEAR'S RUN.
      *
      * W2PRTRB-TAX-YEAR PICKS THE YEAR; OTHERWISE THE YEAR ON THE
      * FIRST YTD (OR EXTRACT) RECORD IS USED.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT YTD-MASTER ASSIGN DYNAMIC
                 WS-YTD-MASTER-PATH
             organization is indexed
             access is sequential
             record key is YTD-EMP-NUMBER
             file status is WS-YTD-MASTER-STATUS.
           SELECT EMPLOYEE-MASTER ASSIGN DYNAMIC
                 WS-EMPLOYEE-MASTER-PATH
             organization is indexed
             access is sequential
             record key is EMP-NUMBER
             file status is WS-EMPLOYEE-MASTER-STATUS.
           SELECT W2C-EXTRACT ASSIGN DYNAMIC
                 WS-W2C-EXTRACT-PATH
             organization is line sequential
             file status is WS-W2C-EXTRACT-STATUS.
           SELECT COMPANY-CONTROL-FILE ASSIGN DYNAMIC
                 WS-COMPANY-CONTROL-PATH
             organization is line sequential
             file status is WS-COMPANY-CONTROL-STATUS.
           SELECT W2-FORMS
             ASSIGN DYNAMIC WS-W2-FORMS-PATH
             organization is LINE sequential
             file status is WS-W2-FORMS-STATUS.
           SELECT AUDIT-TRAIL-FILE ASSIGN DYNAMIC
                 WS-AUDIT-TRAIL-PATH
             organization is line sequential
             file status is WS-AUDIT-TRAIL-STATUS.
           SELECT SORT-WORK-FILE ASSIGN TO "W2PRTSORT.TMP".

       DATA DIVISION.
       FILE SECTION.

       FD  YTD-MASTER
           RECORDING MODE IS F
           DATA RECORD IS YTD-MASTER-RECORD.
       01 YTD-MASTER-RECORD.
           05  YTD-EMP-NUMBER           PIC X(06).
           05  YTD-GROSS                PIC 9(07)V99.
           05  YTD-WITHHELD             PIC 9(07)V99.
           05  YTD-NET                  PIC 9(07)V99.
           05  YTD-HOURS                PIC 9(05)V99.
           05  YTD-TAX-YEAR             PIC X(04).
           05  YTD-FED                  PIC 9(07)V99.
           05  YTD-SSMED                PIC 9(07)V99.
           05  YTD-STATE                PIC 9(07)V99.
           05  YTD-LOCAL                PIC 9(07)V99.
           05  YTD-SS-WAGES             PIC 9(07)V99.
           05  YTD-SS-TAX               PIC 9(07)V99.
           05  YTD-MED-WAGES            PIC 9(07)V99.
           05  YTD-MED-TAX              PIC 9(07)V99.

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
           05  EMP-HIRE-DATE            PIC X(08).
           05  EMP-TERM-DATE            PIC X(08).
           05  EMP-WORK-STATE           PIC X(02).
           05  EMP-PAY-RATE             PIC X(04).
           05  EMP-PAY-FREQUENCY        PIC X(01).
           05  EMP-FED-ALLOWANCES       PIC X(01).
           05  EMP-SSN                  PIC X(09).
           05  EMP-ADDRESS              PIC X(25).
           05  EMP-CITY                 PIC X(15).
           05  EMP-STATE                PIC X(02).
           05  EMP-ZIP                  PIC X(05).
      * THE TAIL IS CARRIED SO THE RECORD MATCHES THE INDEXED
      * MASTER'S FIXED LENGTH; ONLY THE LOCALITY IS USED HERE.
           05  EMP-BANK-STATUS          PIC X(01).
           05  EMP-PRENOTE-DATE         PIC X(08).
           05  EMP-LOCALITY             PIC X(04).
           05  EMP-COMP-CLASS           PIC X(04).
           05  EMP-W4-DATA              PIC X(34).
           05  EMP-SALARY-DATA          PIC X(11).

       FD  W2C-EXTRACT
           RECORDING MODE IS F
           DATA RECORD IS W2C-EXTRACT-RECORD.
      * WRITTEN BY W2CORRRB - ONE ROW PER APPLIED CORRECTION.
       01 W2C-EXTRACT-RECORD.
           05  W2C-TAX-YEAR             PIC X(04).
           05  W2C-EMP-NUMBER           PIC X(06).
           05  W2C-BOX                  PIC X(05).
           05  W2C-OLD-AMOUNT           PIC 9(07)V99.
           05  W2C-NEW-AMOUNT           PIC 9(07)V99.
           05  W2C-YTD-IMAGE            PIC X(116).

       FD  COMPANY-CONTROL-FILE
           RECORDING MODE IS F
           DATA RECORD IS COMPANY-CONTROL-RECORD.
       01 COMPANY-CONTROL-RECORD         PIC X(156).

       FD  W2-FORMS
           RECORDING MODE IS F
           DATA RECORD IS W2-FORMS-RECORD.
       01 W2-FORMS-RECORD                PIC X(133).

       FD  AUDIT-TRAIL-FILE
           RECORDING MODE IS F
           DATA RECORD IS AUDIT-TRAIL-RECORD.
       01 AUDIT-TRAIL-RECORD             PIC X(89).

      * SORT WORK - ONE FINISHED FORM PER EMPLOYEE, IN MAILING ORDER.
      * THE EIGHT MONEY BOXES ARE 1-6, 17 AND 19; BOXES 16 AND 18 ARE
      * THE BOX 1 WAGES.  THE PRIOR AMOUNTS AND CHANGED FLAGS ARE ONLY
      * FILLED IN FOR A W-2C.
       SD  SORT-WORK-FILE
           DATA RECORD IS SORT-WORK-RECORD.
       01 SORT-WORK-RECORD.
           05  SRT-ZIP                  PIC X(05).
           05  SRT-EMP-NUMBER           PIC X(06).
           05  SRT-TAX-YEAR             PIC X(04).
           05  SRT-ON-MASTER            PIC X(01).
           05  SRT-EMP-NAME             PIC X(20).
           05  SRT-EMP-SSN              PIC X(09).
           05  SRT-ADDRESS              PIC X(25).
           05  SRT-CITY                 PIC X(15).
           05  SRT-STATE                PIC X(02).
           05  SRT-WORK-STATE           PIC X(02).
           05  SRT-LOCALITY             PIC X(04).
           05  SRT-BOX OCCURS 8 TIMES   PIC 9(07)V99.
           05  SRT-PRIOR OCCURS 8 TIMES PIC 9(07)V99.
           05  SRT-CHANGED OCCURS 8 TIMES PIC X(01).

       WORKING-STORAGE SECTION.
      * FILE PATHS - DEFAULT TO THE PATHS BELOW, BUT CAN BE OVERRIDDEN
      * AT RUN TIME BY SETTING THE MATCHING ENVIRONMENT VARIABLE
      * BEFORE STARTING THE PROGRAM (SEE 0500-GET-FILE-PATHS):
        01 WS-FILE-PATHS.
           05 WS-YTD-MASTER-PATH        PIC X(80)
                VALUE "C:\Users\Ryan\Desktop\YTD-MASTER.DAT".
           05 WS-EMPLOYEE-MASTER-PATH   PIC X(80)
                VALUE "C:\Users\Ryan\Desktop\EMPLOYEE-MASTER.DAT".
           05 WS-W2C-EXTRACT-PATH       PIC X(80)
                VALUE "C:\Users\Ryan\Desktop\W2CEXTR.DAT".
           05 WS-COMPANY-CONTROL-PATH   PIC X(80)
                VALUE "C:\Users\Ryan\Desktop\COMPANY.DAT".
           05 WS-W2-FORMS-PATH          PIC X(80)
                VALUE "C:\Users\Ryan\Desktop\W2FORMS.rpt".
           05 WS-AUDIT-TRAIL-PATH       PIC X(80)
                VALUE "C:\Users\Ryan\Desktop\OPS-AUDIT-TRAIL.LOG".
           05 WS-ENV-PATH-OVERRIDE      PIC X(80).

      * File status
        COPY "FILESTAT.cpy" REPLACING
            ==STATUS-FIELD==   BY ==WS-YTD-MASTER-STATUS==
            ==STATUS-OK==      BY ==YTD-MASTER-SUCCESSFUL==
            ==STATUS-EOF==     BY ==END-OF-YTD-MASTER==
            ==STATUS-INVALID== BY ==INVALID-VALUE-IN-FILE==.
        01 WS-EMPLOYEE-MASTER-STATUS    pic X(02).
           88 EMPLOYEE-MASTER-SUCCESSFUL   VALUE "00".
           88 END-OF-EMPLOYEE-MASTER       VALUE "10".
        01 WS-W2C-EXTRACT-STATUS        pic X(02).
           88 W2C-EXTRACT-SUCCESSFUL       VALUE "00".
           88 END-OF-W2C-EXTRACT           VALUE "10".
        01 WS-COMPANY-CONTROL-STATUS    pic X(02).
           88 COMPANY-CONTROL-FOUND        VALUE "00".
        01 WS-W2-FORMS-STATUS           pic X(02).
           88 GOOD-W2-FORMS                VALUE "00".
        01 WS-AUDIT-TRAIL-STATUS        pic X(02).
           88 GOOD-AUDIT-TRAIL-WRITE       VALUE "00".
        01 WS-SORT-EOF-SW               PIC X(01) VALUE "N".
           88 END-OF-SORT-WORK             VALUE "Y".

        COPY "COMPANY.cpy".

      * RUN MODE - W-2 FROM THE YTD MASTER, OR W-2C FROM THE EXTRACT.
        01 WS-PRINT-MODE                PIC X(01) VALUE "W".
           88 W2-MODE                      VALUE "W".
           88 W2C-MODE                     VALUE "C".
        01 WS-ENV-STAGING               PIC X(10) VALUE SPACES.
        01 WS-TAX-YEAR                  PIC X(04) VALUE SPACES.

      * EMPLOYEE MASTER LOOKUP - THE MAILING AND W-2 FIELDS.
        01 WS-EMP-COUNT                 PIC 9(04) VALUE 0.
        01 WS-EMP-SUB                   PIC 9(04) VALUE 0.
        01 WS-EMPLOYEE-TABLE.
           05 EMPLOYEE-TABLE-ENTRY OCCURS 0 TO 5000 TIMES
                 DEPENDING ON WS-EMP-COUNT.
              10 TABLE-EMP-NUMBER       PIC X(06).
              10 TABLE-EMP-NAME         PIC X(20).
              10 TABLE-EMP-SSN          PIC X(09).
              10 TABLE-EMP-ADDRESS      PIC X(25).
              10 TABLE-EMP-CITY         PIC X(15).
              10 TABLE-EMP-STATE        PIC X(02).
              10 TABLE-EMP-ZIP          PIC X(05).
              10 TABLE-EMP-WORK-STATE   PIC X(02).
              10 TABLE-EMP-LOCALITY     PIC X(04).

      * THE YTD RECORD BEING TURNED INTO A FORM - READ FROM THE
      * MASTER, OR THE CORRECTED IMAGE CARRIED ON THE W-2C EXTRACT.
        01 WS-YTD-IMAGE.
           05  IMG-EMP-NUMBER           PIC X(06).
           05  IMG-GROSS                PIC 9(07)V99.
           05  IMG-WITHHELD             PIC 9(07)V99.
           05  IMG-NET                  PIC 9(07)V99.
           05  IMG-HOURS                PIC 9(05)V99.
           05  IMG-TAX-YEAR             PIC X(04).
           05  IMG-FED                  PIC 9(07)V99.
           05  IMG-SSMED                PIC 9(07)V99.
           05  IMG-STATE                PIC 9(07)V99.
           05  IMG-LOCAL                PIC 9(07)V99.
           05  IMG-SS-WAGES             PIC 9(07)V99.
           05  IMG-SS-TAX               PIC 9(07)V99.
           05  IMG-MED-WAGES            PIC 9(07)V99.
           05  IMG-MED-TAX              PIC 9(07)V99.

      * W-2C EXTRACT COLLAPSED TO ONE ENTRY PER EMPLOYEE: THE LATEST
      * CORRECTED IMAGE, AND FOR EACH BOX THE AMOUNT FIRST REPORTED.
        01 WS-W2C-COUNT                 PIC 9(04) VALUE 0.
        01 WS-W2C-SUB                   PIC 9(04) VALUE 0.
        01 WS-W2C-TABLE.
           05 W2C-TABLE-ENTRY OCCURS 0 TO 2000 TIMES
                 DEPENDING ON WS-W2C-COUNT.
              10 TABLE-W2C-EMP          PIC X(06).
              10 TABLE-W2C-IMAGE        PIC X(116).
              10 TABLE-W2C-PRIOR OCCURS 8 TIMES PIC 9(07)V99.
              10 TABLE-W2C-CHANGED OCCURS 8 TIMES PIC X(01).
      * EXTRACT ROWS FOR ANOTHER TAX YEAR, WRITTEN BACK AFTER THE RUN.
        01 WS-HELD-COUNT                PIC 9(04) VALUE 0.
        01 WS-HELD-SUB                  PIC 9(04) VALUE 0.
        01 WS-HELD-TABLE.
           05 HELD-TABLE-ENTRY OCCURS 0 TO 2000 TIMES
                 DEPENDING ON WS-HELD-COUNT.
              10 TABLE-HELD-ROW         PIC X(149).

        01 WS-BOX-SUB                   PIC 9(01) VALUE 0.
        01 WS-BOX-IX                    PIC 9(01) VALUE 0.
        01 WS-COPY-SUB                  PIC 9(01) VALUE 0.
        01 WS-CHANGED-BOXES             PIC 9(01) VALUE 0.

      * BOX CAPTIONS FOR THE EIGHT MONEY BOXES, IN SRT-BOX ORDER.
        01 WS-BOX-LABEL-TABLE.
           05 FILLER PIC X(33) VALUE " 1 WAGES, TIPS, OTHER COMP.".
           05 FILLER PIC X(33) VALUE " 2 FEDERAL INCOME TAX WITHHELD".
           05 FILLER PIC X(33) VALUE " 3 SOCIAL SECURITY WAGES".
           05 FILLER PIC X(33) VALUE " 4 SOCIAL SECURITY TAX WITHHELD".
           05 FILLER PIC X(33) VALUE " 5 MEDICARE WAGES AND TIPS".
           05 FILLER PIC X(33) VALUE " 6 MEDICARE TAX WITHHELD".
           05 FILLER PIC X(33) VALUE "17 STATE INCOME TAX".
           05 FILLER PIC X(33) VALUE "19 LOCAL INCOME TAX".
        01 FILLER REDEFINES WS-BOX-LABEL-TABLE.
           05 WS-BOX-LABEL OCCURS 8 TIMES PIC X(33).

      * COPY CAPTIONS, IN PRINT ORDER.
        01 WS-COPY-CAPTION-TABLE.
           05 FILLER PIC X(78) VALUE
              "COPY B - TO BE FILED WITH EMPLOYEE'S FEDERAL TAX RETURN".
           05 FILLER PIC X(78) VALUE
              "COPY C - FOR EMPLOYEE'S RECORDS".
           05 FILLER PIC X(78) VALUE
           "COPY 2 - FOR EMPLOYEE'S STATE, CITY, OR LOCAL TAX RETURN".
        01 FILLER REDEFINES WS-COPY-CAPTION-TABLE.
           05 WS-COPY-CAPTION OCCURS 3 TIMES PIC X(78).

      * RUN COUNTERS AND W-3 TOTALS
        01 WS-RECORDS-READ              PIC 9(05) VALUE 0.
        01 WS-FORMS-PRINTED             PIC 9(05) VALUE 0.
        01 WS-COPIES-PRINTED            PIC 9(06) VALUE 0.
        01 WS-OTHER-YEAR-SKIPPED        PIC 9(05) VALUE 0.
        01 WS-NOT-ON-MASTER             PIC 9(05) VALUE 0.
        01 WS-NO-SSN-COUNT              PIC 9(05) VALUE 0.
        01 WS-NO-BOX-CHANGED            PIC 9(05) VALUE 0.
        01 WS-TOTAL-TABLE.
           05 WS-TOTAL-BOX OCCURS 8 TIMES   PIC 9(10)V99.
           05 WS-TOTAL-PRIOR OCCURS 8 TIMES PIC 9(10)V99.
        01 WS-TOTAL-STATE-WAGES         PIC 9(10)V99 VALUE 0.
        01 WS-TOTAL-PRIOR-STATE-WAGES   PIC 9(10)V99 VALUE 0.
        01 WS-TOTAL-LOCAL-WAGES         PIC 9(10)V99 VALUE 0.
        01 WS-TOTAL-PRIOR-LOCAL-WAGES   PIC 9(10)V99 VALUE 0.
        01 WS-CONTROL-CORRECT           PIC 9(10)V99 VALUE 0.
        01 WS-CONTROL-PRIOR             PIC 9(10)V99 VALUE 0.
        01 WS-BOX-DIFFERENCE            PIC S9(10)V99 VALUE 0.
        01 WS-WAGES-FORMAT              PIC $ZZZ,ZZZ,ZZ9.99.
        01 WS-RUN-DATE                  PIC X(08).
        01 WS-RUN-TIME                  PIC 9(08) VALUE 0.
        COPY "AUDITTRL.cpy".

      * FORM PIECES - BUILT ONCE PER EMPLOYEE, PRINTED ONCE PER COPY.
        01 WS-EIN-EDITED.
           05 WS-EIN-PREFIX             PIC X(02).
           05 FILLER                    PIC X(01) VALUE "-".
           05 WS-EIN-SUFFIX             PIC X(07).
        01 WS-SSN-EDITED                PIC X(11) VALUE SPACES.
        01 WS-EMPLOYER-CSZ              PIC X(45) VALUE SPACES.
        01 WS-EMPLOYEE-CSZ              PIC X(45) VALUE SPACES.
        01 WS-LOCAL-WAGES               PIC 9(07)V99 VALUE 0.

       01  FORM-TITLE-LINE.
           05 FTL-CC                 PIC X(01) VALUE SPACE.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 FTL-FORM               PIC X(07).
           05 FILLER                 PIC X(01) VALUE SPACE.
           05 FTL-TITLE              PIC X(34).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 FTL-YEAR               PIC X(04).
           05 FILLER                 PIC X(04) VALUE SPACES.
           05 FTL-COPY               PIC X(78).

       01  FORM-ID-LINE.
           05 FIL-CC                 PIC X(01) VALUE SPACE.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 FILLER                 PIC X(18)
              VALUE "A EMPLOYEE'S SSN: ".
           05 FIL-SSN                PIC X(11).
           05 FILLER                 PIC X(06) VALUE SPACES.
           05 FILLER                 PIC X(16)
              VALUE "B EMPLOYER EIN: ".
           05 FIL-EIN                PIC X(10).
           05 FILLER                 PIC X(06) VALUE SPACES.
           05 FILLER                 PIC X(18)
              VALUE "D CONTROL NUMBER: ".
           05 FIL-CONTROL            PIC X(06).

       01  FORM-ADDR-LINE.
           05 FAL-CC                 PIC X(01) VALUE SPACE.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 FAL-LABEL-1            PIC X(12).
           05 FAL-TEXT-1             PIC X(45).
           05 FILLER                 PIC X(04) VALUE SPACES.
           05 FAL-LABEL-2            PIC X(12).
           05 FAL-TEXT-2             PIC X(45).

       01  BOX-LINE.
           05 BXL-CC                 PIC X(01) VALUE SPACE.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 BXL-LABEL-1            PIC X(33).
           05 BXL-AMOUNT-1           PIC $$$$,$$$,$$9.99.
           05 FILLER                 PIC X(05) VALUE SPACES.
           05 BXL-LABEL-2            PIC X(33).
           05 BXL-AMOUNT-2           PIC $$$$,$$$,$$9.99.
           05 FILLER                 PIC X(05) VALUE SPACES.
           05 BXL-LABEL-3            PIC X(17).
           05 BXL-TEXT-3             PIC X(06).

       01  PRIOR-HDG-LINE.
           05 PHL-CC                 PIC X(01) VALUE SPACE.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 FILLER                 PIC X(60) VALUE
              "W-2C - CHANGED BOXES, PREVIOUSLY REPORTED AND CORRECT".

       01  PRIOR-LINE.
           05 PRL-CC                 PIC X(01) VALUE SPACE.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 PRL-LABEL              PIC X(33).
           05 FILLER                 PIC X(20)
              VALUE "PREVIOUSLY REPORTED ".
           05 PRL-PRIOR              PIC $$$$,$$$,$$9.99.
           05 FILLER                 PIC X(05) VALUE SPACES.
           05 FILLER                 PIC X(08) VALUE "CORRECT ".
           05 PRL-CORRECT            PIC $$$$,$$$,$$9.99.

       01  CUT-LINE.
           05 CUT-CC                 PIC X(01) VALUE SPACE.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 FILLER                 PIC X(128) VALUE ALL "- ".

      * CONTROL PAGE
       01  PAGE-HDG-01.
           05 PAGE-HDG-01-CC         PIC X(01) VALUE SPACE.
           05 FILLER                 PIC X(46) VALUE SPACES.
           05 PAGE-HDG-01-TITLE      PIC X(40)
              VALUE "W-2 DISTRIBUTION CONTROL - W-3 TOTALS".
           05 FILLER                 PIC X(18) VALUE SPACES.
           05 FILLER                 PIC X(06) VALUE "PAGE: ".
           05 PAGE-HDG-01-PAGE       PIC ZZ9.
       01  PAGE-HDG-02.
           05 PAGE-HDG-02-CC         PIC X(01) VALUE SPACE.
           05 FILLER                 PIC X(47) VALUE SPACES.
           05 FILLER                 PIC X(10) VALUE "TAX YEAR: ".
           05 PAGE-HDG-02-YEAR       PIC X(04).
           05 FILLER                 PIC X(04) VALUE SPACES.
           05 FILLER                 PIC X(10) VALUE "RUN DATE: ".
           05 PAGE-HDG-02-DATE       PIC XX/XX/XXXX.
           05 FILLER                 PIC X(47) VALUE SPACES.

       01  CONTROL-TEXT-LINE.
           05 CTX-CC                 PIC X(01) VALUE SPACE.
           05 FILLER                 PIC X(09) VALUE SPACES.
           05 CTX-LABEL              PIC X(40).
           05 CTX-VALUE              PIC X(60).

       01  CONTROL-COLUMN-HDG.
           05 CCH-CC                 PIC X(01) VALUE SPACE.
           05 FILLER                 PIC X(49) VALUE SPACES.
           05 CCH-COLUMN-1           PIC X(15).
           05 FILLER                 PIC X(03) VALUE SPACES.
           05 CCH-COLUMN-2           PIC X(15).
           05 FILLER                 PIC X(03) VALUE SPACES.
           05 CCH-COLUMN-3           PIC X(16).

       01  CONTROL-AMOUNT-LINE.
           05 CAL-CC                 PIC X(01) VALUE SPACE.
           05 FILLER                 PIC X(09) VALUE SPACES.
           05 CAL-LABEL              PIC X(40).
           05 CAL-AMOUNT-1           PIC $$$$,$$$,$$9.99.
           05 CAL-COMPARE-COLUMNS.
              10 FILLER              PIC X(03) VALUE SPACES.
              10 CAL-AMOUNT-2        PIC $$$$,$$$,$$9.99.
              10 FILLER              PIC X(03) VALUE SPACES.
              10 CAL-DIFFERENCE      PIC $$$$,$$$,$$9.99-.

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

           DISPLAY "W2PRTRB FOR RYAN BROOKS".

           PERFORM 1000-INITIALIZE.

           SORT SORT-WORK-FILE
               ON ASCENDING KEY SRT-ZIP SRT-EMP-NUMBER
               INPUT PROCEDURE IS 2000-RELEASE-FORMS
               OUTPUT PROCEDURE IS 4000-PRINT-FORMS.

           perform 7000-CREATE-CONTROL-PAGE.
           IF W2C-MODE AND RETURN-CODE = 0
              PERFORM 7500-EMPTY-W2C-EXTRACT
           END-IF.

           display "RECORDS READ:                " WS-RECORDS-READ.
           display "FORMS PRINTED:               " WS-FORMS-PRINTED.
           display "OTHER-YEAR RECORDS SKIPPED:  "
               WS-OTHER-YEAR-SKIPPED.
           display "EMPLOYEES NOT ON MASTER:     " WS-NOT-ON-MASTER.
           display "FORMS WITH NO SSN:           " WS-NO-SSN-COUNT.
           IF W2C-MODE
              display "CORRECTIONS WITH NO W-2 BOX: "
                  WS-NO-BOX-CHANGED
           END-IF.

           PERFORM 9900-WRITE-AUDIT-RECORD.

           close W2-FORMS
                 AUDIT-TRAIL-FILE.

           GOBACK.

       0500-GET-FILE-PATHS.
      * OVERRIDE THE DEFAULT FILE PATHS IF THE MATCHING ENVIRONMENT
      * VARIABLE HAS BEEN SET:
           ACCEPT WS-ENV-PATH-OVERRIDE FROM ENVIRONMENT
                  "W2PRTRB-YTD-MASTER".
           IF WS-ENV-PATH-OVERRIDE NOT = SPACES
              MOVE WS-ENV-PATH-OVERRIDE TO WS-YTD-MASTER-PATH
           END-IF.
           ACCEPT WS-ENV-PATH-OVERRIDE FROM ENVIRONMENT
                  "W2PRTRB-EMPLOYEE-MASTER".
           IF WS-ENV-PATH-OVERRIDE NOT = SPACES
              MOVE WS-ENV-PATH-OVERRIDE TO WS-EMPLOYEE-MASTER-PATH
           END-IF.
           ACCEPT WS-ENV-PATH-OVERRIDE FROM ENVIRONMENT
                  "W2PRTRB-W2C-EXTRACT".
           IF WS-ENV-PATH-OVERRIDE NOT = SPACES
              MOVE WS-ENV-PATH-OVERRIDE TO WS-W2C-EXTRACT-PATH
           END-IF.
           ACCEPT WS-ENV-PATH-OVERRIDE FROM ENVIRONMENT
                  "W2PRTRB-COMPANY-CONTROL".
           IF WS-ENV-PATH-OVERRIDE NOT = SPACES
              MOVE WS-ENV-PATH-OVERRIDE TO WS-COMPANY-CONTROL-PATH
           END-IF.
           ACCEPT WS-ENV-PATH-OVERRIDE FROM ENVIRONMENT
                  "W2PRTRB-W2-FORMS".
           IF WS-ENV-PATH-OVERRIDE NOT = SPACES
              MOVE WS-ENV-PATH-OVERRIDE TO WS-W2-FORMS-PATH
           END-IF.
           ACCEPT WS-ENV-PATH-OVERRIDE FROM ENVIRONMENT
                  "W2PRTRB-AUDIT-TRAIL-FILE".
           IF WS-ENV-PATH-OVERRIDE NOT = SPACES
              MOVE WS-ENV-PATH-OVERRIDE TO WS-AUDIT-TRAIL-PATH
           END-IF.

       1000-INITIALIZE.
           PERFORM 0500-GET-FILE-PATHS.
           ACCEPT WS-RUN-DATE FROM DATE.
           MOVE   WS-RUN-DATE TO PAGE-HDG-02-DATE.
           ACCEPT WS-ENV-STAGING FROM ENVIRONMENT "W2PRTRB-MODE".
           IF WS-ENV-STAGING (1:1) = "C"
              SET W2C-MODE TO TRUE
              MOVE "W-2C DISTRIBUTION CONTROL - W-3C TOTALS"
                TO PAGE-HDG-01-TITLE
           END-IF.
           ACCEPT WS-TAX-YEAR FROM ENVIRONMENT "W2PRTRB-TAX-YEAR".
           IF WS-TAX-YEAR NOT = SPACES AND WS-TAX-YEAR NOT NUMERIC
              DISPLAY "W2PRTRB: W2PRTRB-TAX-YEAR IS NOT A YEAR - "
                  "RUN STOPPED"
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
      * NO COMPANY RECORD, NO FORMS - BOXES B AND C ARE OUR FEIN,
      * NAME, AND ADDRESS.
           OPEN INPUT COMPANY-CONTROL-FILE.
           IF COMPANY-CONTROL-FOUND
              READ COMPANY-CONTROL-FILE INTO WS-COMPANY-CONTROL-LINE
              CLOSE COMPANY-CONTROL-FILE
           END-IF.
           IF WS-CMP-FEIN NOT NUMERIC
              OR WS-CMP-NAME = SPACES
              DISPLAY "W2PRTRB: NO USABLE COMPANY CONTROL RECORD "
                  "(FEIN AND NAME) - RUN STOPPED"
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           MOVE WS-CMP-FEIN (1:2) TO WS-EIN-PREFIX.
           MOVE WS-CMP-FEIN (3:7) TO WS-EIN-SUFFIX.
           MOVE SPACES TO WS-EMPLOYER-CSZ.
           STRING WS-CMP-CITY  DELIMITED BY "  "
                  ", "         DELIMITED BY SIZE
                  WS-CMP-STATE DELIMITED BY SIZE
                  " "          DELIMITED BY SIZE
                  WS-CMP-ZIP   DELIMITED BY SIZE
             INTO WS-EMPLOYER-CSZ.
           IF W2C-MODE
              OPEN INPUT W2C-EXTRACT
              IF NOT W2C-EXTRACT-SUCCESSFUL
                 DISPLAY "W2PRTRB: UNABLE TO OPEN W-2C EXTRACT, "
                     "STATUS = " WS-W2C-EXTRACT-STATUS
                     " - RUN W2CORRRB FIRST"
                 MOVE 16 TO RETURN-CODE
                 GOBACK
              END-IF
           ELSE
              OPEN INPUT YTD-MASTER
              IF NOT YTD-MASTER-SUCCESSFUL
                 DISPLAY "W2PRTRB: UNABLE TO OPEN YTD-MASTER, "
                     "STATUS = " WS-YTD-MASTER-STATUS
                 MOVE 16 TO RETURN-CODE
                 GOBACK
              END-IF
           END-IF.
           OPEN OUTPUT W2-FORMS.
           IF NOT GOOD-W2-FORMS
              DISPLAY "W2PRTRB: UNABLE TO OPEN W2-FORMS, STATUS = "
                  WS-W2-FORMS-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN EXTEND AUDIT-TRAIL-FILE.
           IF NOT GOOD-AUDIT-TRAIL-WRITE
              CLOSE AUDIT-TRAIL-FILE
              OPEN OUTPUT AUDIT-TRAIL-FILE
           END-IF.
           PERFORM VARYING WS-BOX-SUB FROM 1 BY 1
              UNTIL WS-BOX-SUB > 8
              MOVE 0 TO WS-TOTAL-BOX (WS-BOX-SUB)
              MOVE 0 TO WS-TOTAL-PRIOR (WS-BOX-SUB)
           END-PERFORM.
           PERFORM 1500-LOAD-EMPLOYEE-TABLE.

       1500-LOAD-EMPLOYEE-TABLE.
           OPEN INPUT EMPLOYEE-MASTER.
           IF NOT EMPLOYEE-MASTER-SUCCESSFUL
              DISPLAY "W2PRTRB: UNABLE TO OPEN EMPLOYEE MASTER, "
                  "STATUS = " WS-EMPLOYEE-MASTER-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           PERFORM UNTIL END-OF-EMPLOYEE-MASTER
              READ EMPLOYEE-MASTER
                 AT END
                    SET END-OF-EMPLOYEE-MASTER TO TRUE
                 NOT AT END
                    IF WS-EMP-COUNT = 5000
                       DISPLAY "W2PRTRB: EMPLOYEE TABLE CEILING "
                           "(5000) REACHED - RUN STOPPED"
                       MOVE 16 TO RETURN-CODE
                       GOBACK
                    END-IF
                    ADD 1 TO WS-EMP-COUNT
                    MOVE EMP-NUMBER TO TABLE-EMP-NUMBER (WS-EMP-COUNT)
                    MOVE EMP-NAME   TO TABLE-EMP-NAME (WS-EMP-COUNT)
                    MOVE EMP-SSN    TO TABLE-EMP-SSN (WS-EMP-COUNT)
                    MOVE EMP-ADDRESS
                      TO TABLE-EMP-ADDRESS (WS-EMP-COUNT)
                    MOVE EMP-CITY   TO TABLE-EMP-CITY (WS-EMP-COUNT)
                    MOVE EMP-STATE  TO TABLE-EMP-STATE (WS-EMP-COUNT)
                    MOVE EMP-ZIP    TO TABLE-EMP-ZIP (WS-EMP-COUNT)
                    MOVE EMP-WORK-STATE
                      TO TABLE-EMP-WORK-STATE (WS-EMP-COUNT)
                    MOVE EMP-LOCALITY
                      TO TABLE-EMP-LOCALITY (WS-EMP-COUNT)
              END-READ
           END-PERFORM.
           CLOSE EMPLOYEE-MASTER.

       2000-RELEASE-FORMS.
      * SORT INPUT - ONE FINISHED FORM PER EMPLOYEE.
           IF W2C-MODE
              PERFORM 2500-RELEASE-CORRECTIONS
           ELSE
              PERFORM 2100-RELEASE-YTD
           END-IF.

       2100-RELEASE-YTD.
           PERFORM UNTIL END-OF-YTD-MASTER
              READ YTD-MASTER
                 AT END
                    SET END-OF-YTD-MASTER TO TRUE
                 NOT AT END
                    ADD 1 TO WS-RECORDS-READ
                    IF WS-TAX-YEAR = SPACES
                       MOVE YTD-TAX-YEAR TO WS-TAX-YEAR
                    END-IF
                    IF YTD-TAX-YEAR NOT = WS-TAX-YEAR
                       ADD 1 TO WS-OTHER-YEAR-SKIPPED
                    ELSE
                       MOVE YTD-MASTER-RECORD TO WS-YTD-IMAGE
                       PERFORM 3000-BUILD-SORT-RECORD
                       RELEASE SORT-WORK-RECORD
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE YTD-MASTER.

       2500-RELEASE-CORRECTIONS.
      * COLLAPSE THE EXTRACT TO ONE ENTRY PER EMPLOYEE, THEN RELEASE
      * A FORM FOR EACH EMPLOYEE WITH AT LEAST ONE W-2 BOX CHANGED.
      * A CORRECTION TO A FIGURE NOT ON THE W-2 (WTHLD, NET, SSMED)
      * NEEDS NO W-2C.
           PERFORM UNTIL END-OF-W2C-EXTRACT
              READ W2C-EXTRACT
                 AT END
                    SET END-OF-W2C-EXTRACT TO TRUE
                 NOT AT END
                    ADD 1 TO WS-RECORDS-READ
                    PERFORM 2600-KEEP-EXTRACT-ROW
              END-READ
           END-PERFORM.
           CLOSE W2C-EXTRACT.
           PERFORM VARYING WS-W2C-SUB FROM 1 BY 1
              UNTIL WS-W2C-SUB > WS-W2C-COUNT
              MOVE TABLE-W2C-IMAGE (WS-W2C-SUB) TO WS-YTD-IMAGE
              PERFORM 3000-BUILD-SORT-RECORD
              MOVE 0 TO WS-CHANGED-BOXES
              PERFORM VARYING WS-BOX-SUB FROM 1 BY 1
                 UNTIL WS-BOX-SUB > 8
                 IF TABLE-W2C-CHANGED (WS-W2C-SUB, WS-BOX-SUB) = "Y"
                    MOVE "Y" TO SRT-CHANGED (WS-BOX-SUB)
                    MOVE TABLE-W2C-PRIOR (WS-W2C-SUB, WS-BOX-SUB)
                      TO SRT-PRIOR (WS-BOX-SUB)
                    ADD 1 TO WS-CHANGED-BOXES
                 END-IF
              END-PERFORM
              IF WS-CHANGED-BOXES = 0
                 ADD 1 TO WS-NO-BOX-CHANGED
              ELSE
                 RELEASE SORT-WORK-RECORD
              END-IF
           END-PERFORM.

       2600-KEEP-EXTRACT-ROW.
      * THE FIRST OLD AMOUNT SEEN FOR A BOX IS WHAT THE EMPLOYEE WAS
      * FIRST GIVEN; THE LAST IMAGE IS THE RECORD AS IT NOW STANDS.
           IF WS-TAX-YEAR = SPACES
              MOVE W2C-TAX-YEAR TO WS-TAX-YEAR
           END-IF.
           IF W2C-TAX-YEAR NOT = WS-TAX-YEAR
              ADD 1 TO WS-OTHER-YEAR-SKIPPED
              IF WS-HELD-COUNT = 2000
                 DISPLAY "W2PRTRB: HELD-ROW CEILING (2000) REACHED "
                     "- RUN STOPPED"
                 MOVE 16 TO RETURN-CODE
                 GOBACK
              END-IF
              ADD 1 TO WS-HELD-COUNT
              MOVE W2C-EXTRACT-RECORD
                TO TABLE-HELD-ROW (WS-HELD-COUNT)
           ELSE
              PERFORM VARYING WS-W2C-SUB FROM 1 BY 1
                 UNTIL WS-W2C-SUB > WS-W2C-COUNT
                    OR TABLE-W2C-EMP (WS-W2C-SUB) = W2C-EMP-NUMBER
              END-PERFORM
              IF WS-W2C-SUB > WS-W2C-COUNT
                 IF WS-W2C-COUNT = 2000
                    DISPLAY "W2PRTRB: W-2C TABLE CEILING (2000) "
                        "REACHED - RUN STOPPED"
                    MOVE 16 TO RETURN-CODE
                    GOBACK
                 END-IF
                 ADD 1 TO WS-W2C-COUNT
                 MOVE W2C-EMP-NUMBER TO TABLE-W2C-EMP (WS-W2C-SUB)
                 PERFORM VARYING WS-BOX-SUB FROM 1 BY 1
                    UNTIL WS-BOX-SUB > 8
                    MOVE 0   TO TABLE-W2C-PRIOR (WS-W2C-SUB, WS-BOX-SUB)
                    MOVE "N"
                      TO TABLE-W2C-CHANGED (WS-W2C-SUB, WS-BOX-SUB)
                 END-PERFORM
              END-IF
              MOVE W2C-YTD-IMAGE TO TABLE-W2C-IMAGE (WS-W2C-SUB)
              PERFORM 2700-MAP-BOX-CODE
              IF WS-BOX-IX > 0
                 IF TABLE-W2C-CHANGED (WS-W2C-SUB, WS-BOX-IX) = "N"
                    MOVE "Y"
                      TO TABLE-W2C-CHANGED (WS-W2C-SUB, WS-BOX-IX)
                    MOVE W2C-OLD-AMOUNT
                      TO TABLE-W2C-PRIOR (WS-W2C-SUB, WS-BOX-IX)
                 END-IF
              END-IF
           END-IF.

       2700-MAP-BOX-CODE.
      * W2CORRRB BOX CODE TO THE FORM'S MONEY BOX; ZERO IS A FIGURE
      * THAT IS NOT PRINTED ON THE W-2.
           EVALUATE W2C-BOX
              WHEN "GROSS" MOVE 1 TO WS-BOX-IX
              WHEN "FED  " MOVE 2 TO WS-BOX-IX
              WHEN "SSWAG" MOVE 3 TO WS-BOX-IX
              WHEN "SSTAX" MOVE 4 TO WS-BOX-IX
              WHEN "MDWAG" MOVE 5 TO WS-BOX-IX
              WHEN "MDTAX" MOVE 6 TO WS-BOX-IX
              WHEN "STATE" MOVE 7 TO WS-BOX-IX
              WHEN "LOCAL" MOVE 8 TO WS-BOX-IX
              WHEN OTHER   MOVE 0 TO WS-BOX-IX
           END-EVALUATE.

       3000-BUILD-SORT-RECORD.
      * EMPLOYEE FIELDS FROM THE MASTER AND THE BOXES FROM THE IMAGE.
      * AN EMPLOYEE NOT ON THE MASTER SORTS LAST WITH NO ADDRESS.
           MOVE SPACES TO SORT-WORK-RECORD.
           MOVE IMG-EMP-NUMBER TO SRT-EMP-NUMBER.
           MOVE WS-TAX-YEAR    TO SRT-TAX-YEAR.
           PERFORM VARYING WS-EMP-SUB FROM 1 BY 1
              UNTIL WS-EMP-SUB > WS-EMP-COUNT
                 OR TABLE-EMP-NUMBER (WS-EMP-SUB) = IMG-EMP-NUMBER
           END-PERFORM.
           IF WS-EMP-SUB > WS-EMP-COUNT
              MOVE "N"          TO SRT-ON-MASTER
              MOVE HIGH-VALUES  TO SRT-ZIP
              MOVE "*NOT ON MASTER*" TO SRT-EMP-NAME
           ELSE
              MOVE "Y" TO SRT-ON-MASTER
              MOVE TABLE-EMP-ZIP (WS-EMP-SUB)     TO SRT-ZIP
              MOVE TABLE-EMP-NAME (WS-EMP-SUB)    TO SRT-EMP-NAME
              MOVE TABLE-EMP-SSN (WS-EMP-SUB)     TO SRT-EMP-SSN
              MOVE TABLE-EMP-ADDRESS (WS-EMP-SUB) TO SRT-ADDRESS
              MOVE TABLE-EMP-CITY (WS-EMP-SUB)    TO SRT-CITY
              MOVE TABLE-EMP-STATE (WS-EMP-SUB)   TO SRT-STATE
              MOVE TABLE-EMP-WORK-STATE (WS-EMP-SUB)
                TO SRT-WORK-STATE
              MOVE TABLE-EMP-LOCALITY (WS-EMP-SUB) TO SRT-LOCALITY
           END-IF.
           PERFORM VARYING WS-BOX-SUB FROM 1 BY 1
              UNTIL WS-BOX-SUB > 8
              MOVE 0   TO SRT-BOX (WS-BOX-SUB)
              MOVE "N" TO SRT-CHANGED (WS-BOX-SUB)
           END-PERFORM.
      * A FILE FROM BEFORE THE PER-TAX BUCKETS READS IN WITH SPACES
      * THERE; ONE FROM BEFORE THE SOCIAL SECURITY/MEDICARE SPLIT
      * FALLS BACK THE WAY W2SUMRB'S EFW2 RECORD DOES.
           IF IMG-GROSS IS NUMERIC
              MOVE IMG-GROSS TO SRT-BOX (1)
           END-IF.
           IF IMG-FED IS NUMERIC
              MOVE IMG-FED TO SRT-BOX (2)
           END-IF.
           IF IMG-SS-WAGES IS NUMERIC AND IMG-MED-TAX IS NUMERIC
              MOVE IMG-SS-WAGES  TO SRT-BOX (3)
              MOVE IMG-SS-TAX    TO SRT-BOX (4)
              MOVE IMG-MED-WAGES TO SRT-BOX (5)
              MOVE IMG-MED-TAX   TO SRT-BOX (6)
           ELSE
              MOVE SRT-BOX (1) TO SRT-BOX (3) SRT-BOX (5)
              IF IMG-SSMED IS NUMERIC
                 MOVE IMG-SSMED TO SRT-BOX (4)
              END-IF
           END-IF.
           IF IMG-STATE IS NUMERIC
              MOVE IMG-STATE TO SRT-BOX (7)
           END-IF.
           IF IMG-LOCAL IS NUMERIC
              MOVE IMG-LOCAL TO SRT-BOX (8)
           END-IF.
           PERFORM VARYING WS-BOX-SUB FROM 1 BY 1
              UNTIL WS-BOX-SUB > 8
              MOVE SRT-BOX (WS-BOX-SUB) TO SRT-PRIOR (WS-BOX-SUB)
           END-PERFORM.

       4000-PRINT-FORMS.
      * SORT OUTPUT - THE FORMS IN ZIP CODE ORDER.
           PERFORM UNTIL END-OF-SORT-WORK
              RETURN SORT-WORK-FILE
                 AT END
                    SET END-OF-SORT-WORK TO TRUE
                 NOT AT END
                    PERFORM 4100-PRINT-ONE-EMPLOYEE
              END-RETURN
           END-PERFORM.

       4100-PRINT-ONE-EMPLOYEE.
           ADD 1 TO WS-FORMS-PRINTED.
           IF SRT-ON-MASTER = "N"
              ADD 1 TO WS-NOT-ON-MASTER
              MOVE SPACES TO SRT-ZIP
           END-IF.
           IF SRT-EMP-SSN IS NUMERIC
              MOVE "XXX-XX-" TO WS-SSN-EDITED
              MOVE SRT-EMP-SSN (6:4) TO WS-SSN-EDITED (8:4)
           ELSE
              MOVE "*MISSING*" TO WS-SSN-EDITED
              ADD 1 TO WS-NO-SSN-COUNT
           END-IF.
           MOVE SPACES TO WS-EMPLOYEE-CSZ.
           IF SRT-ON-MASTER = "Y"
              STRING SRT-CITY  DELIMITED BY "  "
                     ", "      DELIMITED BY SIZE
                     SRT-STATE DELIMITED BY SIZE
                     " "       DELIMITED BY SIZE
                     SRT-ZIP   DELIMITED BY SIZE
                INTO WS-EMPLOYEE-CSZ
           END-IF.
      * LOCAL WAGES (BOX 18) ONLY WHERE THERE IS A TAXING LOCALITY.
           IF SRT-LOCALITY NOT = SPACES OR SRT-BOX (8) > 0
              MOVE SRT-BOX (1) TO WS-LOCAL-WAGES
           ELSE
              MOVE 0 TO WS-LOCAL-WAGES
           END-IF.
           PERFORM VARYING WS-BOX-SUB FROM 1 BY 1
              UNTIL WS-BOX-SUB > 8
              ADD SRT-BOX (WS-BOX-SUB) TO WS-TOTAL-BOX (WS-BOX-SUB)
              ADD SRT-PRIOR (WS-BOX-SUB) TO WS-TOTAL-PRIOR (WS-BOX-SUB)
           END-PERFORM.
           ADD SRT-BOX (1)    TO WS-TOTAL-STATE-WAGES.
           ADD SRT-PRIOR (1)  TO WS-TOTAL-PRIOR-STATE-WAGES.
           ADD WS-LOCAL-WAGES TO WS-TOTAL-LOCAL-WAGES.
           IF WS-LOCAL-WAGES > 0
              ADD SRT-PRIOR (1) TO WS-TOTAL-PRIOR-LOCAL-WAGES
           END-IF.
           PERFORM VARYING WS-COPY-SUB FROM 1 BY 1
              UNTIL WS-COPY-SUB > 3
              PERFORM 4200-PRINT-ONE-COPY
              ADD 1 TO WS-COPIES-PRINTED
           END-PERFORM.

       4200-PRINT-ONE-COPY.
      * ONE COPY OF THE FORM.  COPY B STARTS A NEW PAGE; C AND 2
      * FOLLOW ON THE SAME PAGE BELOW THE CUT LINE.
           IF W2C-MODE
              MOVE "W-2C" TO FTL-FORM
              MOVE "CORRECTED WAGE AND TAX STATEMENT" TO FTL-TITLE
           ELSE
              MOVE "W-2" TO FTL-FORM
              MOVE "WAGE AND TAX STATEMENT" TO FTL-TITLE
           END-IF.
           MOVE SRT-TAX-YEAR TO FTL-YEAR.
           MOVE WS-COPY-CAPTION (WS-COPY-SUB) TO FTL-COPY.
           IF WS-COPY-SUB = 1
              write W2-FORMS-RECORD from FORM-TITLE-LINE
                after advancing page
           ELSE
              write W2-FORMS-RECORD from FORM-TITLE-LINE
                after advancing 02 lines
           END-IF.
           MOVE WS-SSN-EDITED  TO FIL-SSN.
           MOVE WS-EIN-EDITED  TO FIL-EIN.
           MOVE SRT-EMP-NUMBER TO FIL-CONTROL.
           write W2-FORMS-RECORD from FORM-ID-LINE
             after advancing 02 lines.
           MOVE "C EMPLOYER:"   TO FAL-LABEL-1.
           MOVE WS-CMP-NAME     TO FAL-TEXT-1.
           MOVE "E EMPLOYEE:"   TO FAL-LABEL-2.
           MOVE SRT-EMP-NAME    TO FAL-TEXT-2.
           write W2-FORMS-RECORD from FORM-ADDR-LINE
             after advancing 02 lines.
           MOVE SPACES          TO FAL-LABEL-1.
           MOVE WS-CMP-ADDRESS  TO FAL-TEXT-1.
           MOVE "F ADDRESS:"    TO FAL-LABEL-2.
           MOVE SRT-ADDRESS     TO FAL-TEXT-2.
           write W2-FORMS-RECORD from FORM-ADDR-LINE
             after advancing 01 lines.
           MOVE WS-EMPLOYER-CSZ TO FAL-TEXT-1.
           MOVE SPACES          TO FAL-LABEL-2.
           MOVE WS-EMPLOYEE-CSZ TO FAL-TEXT-2.
           write W2-FORMS-RECORD from FORM-ADDR-LINE
             after advancing 01 lines.
           MOVE WS-BOX-LABEL (1) TO BXL-LABEL-1.
           MOVE SRT-BOX (1)      TO BXL-AMOUNT-1.
           MOVE WS-BOX-LABEL (2) TO BXL-LABEL-2.
           MOVE SRT-BOX (2)      TO BXL-AMOUNT-2.
           MOVE SPACES           TO BXL-LABEL-3 BXL-TEXT-3.
           write W2-FORMS-RECORD from BOX-LINE
             after advancing 02 lines.
           MOVE WS-BOX-LABEL (3) TO BXL-LABEL-1.
           MOVE SRT-BOX (3)      TO BXL-AMOUNT-1.
           MOVE WS-BOX-LABEL (4) TO BXL-LABEL-2.
           MOVE SRT-BOX (4)      TO BXL-AMOUNT-2.
           write W2-FORMS-RECORD from BOX-LINE
             after advancing 01 lines.
           MOVE WS-BOX-LABEL (5) TO BXL-LABEL-1.
           MOVE SRT-BOX (5)      TO BXL-AMOUNT-1.
           MOVE WS-BOX-LABEL (6) TO BXL-LABEL-2.
           MOVE SRT-BOX (6)      TO BXL-AMOUNT-2.
           write W2-FORMS-RECORD from BOX-LINE
             after advancing 01 lines.
           MOVE "16 STATE WAGES, TIPS, ETC." TO BXL-LABEL-1.
           MOVE SRT-BOX (1)      TO BXL-AMOUNT-1.
           MOVE WS-BOX-LABEL (7) TO BXL-LABEL-2.
           MOVE SRT-BOX (7)      TO BXL-AMOUNT-2.
           MOVE "15 STATE:"      TO BXL-LABEL-3.
           MOVE SRT-WORK-STATE   TO BXL-TEXT-3.
           write W2-FORMS-RECORD from BOX-LINE
             after advancing 02 lines.
           MOVE "18 LOCAL WAGES, TIPS, ETC." TO BXL-LABEL-1.
           MOVE WS-LOCAL-WAGES   TO BXL-AMOUNT-1.
           MOVE WS-BOX-LABEL (8) TO BXL-LABEL-2.
           MOVE SRT-BOX (8)      TO BXL-AMOUNT-2.
           MOVE "20 LOCALITY:"   TO BXL-LABEL-3.
           MOVE SRT-LOCALITY     TO BXL-TEXT-3.
           write W2-FORMS-RECORD from BOX-LINE
             after advancing 01 lines.
           IF W2C-MODE
              write W2-FORMS-RECORD from PRIOR-HDG-LINE
                after advancing 02 lines
              PERFORM VARYING WS-BOX-SUB FROM 1 BY 1
                 UNTIL WS-BOX-SUB > 8
                 IF SRT-CHANGED (WS-BOX-SUB) = "Y"
                    MOVE WS-BOX-LABEL (WS-BOX-SUB) TO PRL-LABEL
                    MOVE SRT-PRIOR (WS-BOX-SUB)    TO PRL-PRIOR
                    MOVE SRT-BOX (WS-BOX-SUB)      TO PRL-CORRECT
                    write W2-FORMS-RECORD from PRIOR-LINE
                      after advancing 01 lines
                 END-IF
              END-PERFORM
           END-IF.
           write W2-FORMS-RECORD from CUT-LINE
             after advancing 02 lines.

       7000-CREATE-CONTROL-PAGE.
      * THE W-3 (OR W-3C) FIGURES - EVERY BOX TOTAL OVER THE FORMS
      * JUST PRINTED.  FOR A W-2C RUN THE PREVIOUSLY REPORTED TOTALS
      * AND THE DIFFERENCE SIT BESIDE THE CORRECT ONES.
           MOVE WS-TAX-YEAR TO PAGE-HDG-02-YEAR.
           PERFORM 8000-WRITE-HEADINGS.
           MOVE "C TOTAL NUMBER OF FORMS" TO CTX-LABEL.
           MOVE SPACES TO CTX-VALUE.
           MOVE WS-FORMS-PRINTED TO CTX-VALUE (1:5).
           write W2-FORMS-RECORD from CONTROL-TEXT-LINE
             after advancing 02 lines.
           MOVE "COPIES PRINTED (B, C, 2)" TO CTX-LABEL.
           MOVE SPACES TO CTX-VALUE.
           MOVE WS-COPIES-PRINTED TO CTX-VALUE (1:6).
           write W2-FORMS-RECORD from CONTROL-TEXT-LINE
             after advancing 01 lines.
           MOVE "E EMPLOYER IDENTIFICATION NUMBER" TO CTX-LABEL.
           MOVE WS-EIN-EDITED TO CTX-VALUE.
           write W2-FORMS-RECORD from CONTROL-TEXT-LINE
             after advancing 01 lines.
           MOVE "F EMPLOYER NAME" TO CTX-LABEL.
           MOVE WS-CMP-NAME TO CTX-VALUE.
           write W2-FORMS-RECORD from CONTROL-TEXT-LINE
             after advancing 01 lines.
           IF W2C-MODE
              MOVE "     PREVIOUSLY" TO CCH-COLUMN-1
              MOVE "        CORRECT" TO CCH-COLUMN-2
              MOVE "      DIFFERENCE" TO CCH-COLUMN-3
           ELSE
              MOVE "      W-3 TOTAL" TO CCH-COLUMN-1
              MOVE SPACES TO CCH-COLUMN-2 CCH-COLUMN-3
           END-IF.
           write W2-FORMS-RECORD from CONTROL-COLUMN-HDG
             after advancing 02 lines.
           PERFORM VARYING WS-BOX-SUB FROM 1 BY 1
              UNTIL WS-BOX-SUB > 8
              IF WS-BOX-SUB = 7
                 MOVE "16 STATE WAGES, TIPS, ETC." TO CAL-LABEL
                 MOVE WS-TOTAL-STATE-WAGES       TO WS-CONTROL-CORRECT
                 MOVE WS-TOTAL-PRIOR-STATE-WAGES TO WS-CONTROL-PRIOR
                 PERFORM 7100-WRITE-CONTROL-AMOUNT
              END-IF
              IF WS-BOX-SUB = 8
                 MOVE "18 LOCAL WAGES, TIPS, ETC." TO CAL-LABEL
                 MOVE WS-TOTAL-LOCAL-WAGES       TO WS-CONTROL-CORRECT
                 MOVE WS-TOTAL-PRIOR-LOCAL-WAGES TO WS-CONTROL-PRIOR
                 PERFORM 7100-WRITE-CONTROL-AMOUNT
              END-IF
              MOVE WS-BOX-LABEL (WS-BOX-SUB)   TO CAL-LABEL
              MOVE WS-TOTAL-BOX (WS-BOX-SUB)   TO WS-CONTROL-CORRECT
              MOVE WS-TOTAL-PRIOR (WS-BOX-SUB) TO WS-CONTROL-PRIOR
              PERFORM 7100-WRITE-CONTROL-AMOUNT
           END-PERFORM.
           write W2-FORMS-RECORD from DETAIL-LINE-LINE
             after advancing 01 lines.
           MOVE "NOT ON EMPLOYEE MASTER (NO ADDRESS)" TO CTX-LABEL.
           MOVE SPACES TO CTX-VALUE.
           MOVE WS-NOT-ON-MASTER TO CTX-VALUE (1:5).
           write W2-FORMS-RECORD from CONTROL-TEXT-LINE
             after advancing 02 lines.
           MOVE "FORMS WITH NO SSN ON THE MASTER" TO CTX-LABEL.
           MOVE SPACES TO CTX-VALUE.
           MOVE WS-NO-SSN-COUNT TO CTX-VALUE (1:5).
           write W2-FORMS-RECORD from CONTROL-TEXT-LINE
             after advancing 01 lines.
           IF W2-MODE
              MOVE "BOX 1 MUST AGREE WITH THE W2SUMRB GROSS"
                TO CTX-LABEL
              MOVE " TOTAL AND THE EFW2 RT RECORD TOTAL WAGES"
                TO CTX-VALUE
              write W2-FORMS-RECORD from CONTROL-TEXT-LINE
                after advancing 02 lines
           END-IF.
           write W2-FORMS-RECORD from WS-REPORT-RULER
             after advancing 02 lines.
           IF WS-NOT-ON-MASTER > 0 OR WS-NO-SSN-COUNT > 0
              DISPLAY "W2PRTRB: FORMS WITHOUT AN ADDRESS OR SSN - "
                  "FIX THE MASTER AND REPRINT THEM"
           END-IF.

       7100-WRITE-CONTROL-AMOUNT.
      * A W-2 RUN PRINTS THE ONE TOTAL; A W-2C RUN PRINTS THE
      * PREVIOUSLY REPORTED, CORRECT, AND DIFFERENCE COLUMNS.
           COMPUTE WS-BOX-DIFFERENCE = WS-CONTROL-CORRECT
               - WS-CONTROL-PRIOR.
           IF W2C-MODE
              MOVE WS-CONTROL-PRIOR   TO CAL-AMOUNT-1
              MOVE WS-CONTROL-CORRECT TO CAL-AMOUNT-2
              MOVE WS-BOX-DIFFERENCE  TO CAL-DIFFERENCE
           ELSE
              MOVE WS-CONTROL-CORRECT TO CAL-AMOUNT-1
              MOVE SPACES TO CAL-COMPARE-COLUMNS
           END-IF.
           write W2-FORMS-RECORD from CONTROL-AMOUNT-LINE
             after advancing 01 lines.

       7500-EMPTY-W2C-EXTRACT.
      * THE PRINTED CORRECTIONS COME OFF THE EXTRACT; ANOTHER YEAR'S
      * ROWS GO BACK ON IT FOR THAT YEAR'S RUN.
           OPEN OUTPUT W2C-EXTRACT.
           PERFORM VARYING WS-HELD-SUB FROM 1 BY 1
              UNTIL WS-HELD-SUB > WS-HELD-COUNT
              MOVE TABLE-HELD-ROW (WS-HELD-SUB) TO W2C-EXTRACT-RECORD
              WRITE W2C-EXTRACT-RECORD
           END-PERFORM.
           CLOSE W2C-EXTRACT.

       8000-WRITE-HEADINGS.
           add 1 to WS-PAGE-COUNT.
           move WS-PAGE-COUNT TO PAGE-HDG-01-PAGE.
           WRITE W2-FORMS-RECORD FROM WS-REPORT-RULER
             after advancing page.
           WRITE W2-FORMS-RECORD
            FROM PAGE-HDG-01 after advancing 01 LINES.
           WRITE W2-FORMS-RECORD
            FROM PAGE-HDG-02 after advancing 01 LINES.
           MOVE 3 TO WS-LINE-COUNT.

       9900-WRITE-AUDIT-RECORD.
      * APPEND ONE SUMMARY LINE FOR THIS RUN TO THE SHARED OPERATIONS
      * AUDIT TRAIL, MIRRORING THE PROGRAM TOTALS DISPLAYED ABOVE.
           ACCEPT WS-RUN-TIME FROM TIME.
           MOVE "W2PRTRB"           TO AUD-PROGRAM-NAME.
           MOVE WS-RUN-DATE         TO AUD-RUN-DATE.
           MOVE WS-RUN-TIME         TO AUD-RUN-TIME.
           MOVE WS-RECORDS-READ     TO AUD-RECORDS-READ.
           MOVE WS-FORMS-PRINTED    TO AUD-RECORDS-WRITTEN.
           MOVE SPACES              TO AUD-KEY-TOTALS.
           IF W2C-MODE
              MOVE "W2C BOX1="      TO AUD-KEY-TOTALS(1:9)
           ELSE
              MOVE "W2 BOX1="       TO AUD-KEY-TOTALS(1:9)
           END-IF.
           MOVE WS-TOTAL-BOX (1)    TO WS-WAGES-FORMAT.
           MOVE WS-WAGES-FORMAT     TO AUD-KEY-TOTALS(10:15).
           IF RETURN-CODE = 0
              MOVE "OK" TO AUD-COMPLETION-STATUS
           ELSE
              MOVE "ER" TO AUD-COMPLETION-STATUS
           END-IF.
           WRITE AUDIT-TRAIL-RECORD FROM AUDIT-TRAIL-LINE.
