       IDENTIFICATION DIVISION.
       PROGRAM-ID.    BURSTRB.
       AUTHOR.        RYAN BROOKS
      * REPORT BURSTING AND DISTRIBUTION.  THE PAYROLL REPORT
      * (PAYRPTRB), THE RECEIVABLES AGING (ARAGERB), THE PRINTED
      * SALES SUMMARY (SALESSUM) AND THE DAILY CUT SCHEDULE
      * (CUTSCHRB) EACH COME OUT AS ONE PRINT FILE, AND PULLING THE
      * PAGES APART BY HAND FOR EACH MANAGER AND REP IS HOW A
      * DEPARTMENT MANAGER ENDED UP WITH EVERYONE'S PAY.  THIS READS
      * EACH REPORT'S PRINT FILE (FROM THE SAME PATH AND VARIABLE THE
      * REPORT PROGRAM WRITES IT TO) AND SPLITS IT INTO ONE FILE PER
      * RECIPIENT ON THE DISTRIBUTION MASTER (DISTMAST.cpy), IN THE
      * BURST DIRECTORY AS <RECIPIENT>-<REPORT>.rpt.
      *
      * EVERY PRINT LINE IS CLASSIFIED BY THE REPORT'S LINE RULES
      * BELOW - PAGE HEADING, SECTION TITLE, COLUMN HEADING, A LINE
      * KEYED BY DEPARTMENT / SALESPERSON / CUSTOMER / MATERIAL, A
      * NOTE THAT BELONGS TO THE LINE ABOVE IT, A GENERAL LINE
      * (TOTALS, SUMMARIES, RULERS) OR A LINE THAT IS NEVER
      * DISTRIBUTED.  A RECIPIENT GETS THE KEYED LINES FOR THE KEYS
      * THEY ARE MAPPED TO; A WHOLE-REPORT ("*") RECIPIENT GETS EVERY
      * KEYED LINE AND THE GENERAL LINES AS WELL.  THE PAGE HEADING
      * AND SECTION TITLE GO OUT AHEAD OF THE FIRST LINE A RECIPIENT
      * GETS ON THE PAGE, SO EACH BURST FILE READS LIKE THE REPORT.
      *
      * THE PAYROLL DEPARTMENT LINES ARE RESTRICTED: ONE IS SENT ONLY
      * TO A RECIPIENT WHOSE OWN DEPARTMENT (DST-RECIPIENT-DEPT) IT
      * IS, NO MATTER WHAT THE MAPPING SAYS.  A MAPPING TO ANOTHER
      * DEPARTMENT'S PAY IS LISTED "RESTRICTED - NOT SENT", AND A
      * PAYROLL LINE WITH NO DEPARTMENT ON IT GOES TO NOBODY.
      *
      * THE DISTRIBUTION MANIFEST (DISTMAN.rpt) LISTS EVERY BURST FILE
      * WITH ITS PAGE, SECTION AND LINE COUNTS AND EVERY SECTION IN
      * IT, EVERYTHING HELD BACK, AND EVERY KEYED SECTION NOBODY IS
      * MAPPED TO - THE RECORD OF WHO RECEIVED WHAT.
      *
      * BURSTRB-REPORT NAMES ONE REPORT (PAYRPT, ARAGE, SALESSUM OR
      * CUTSCH); BLANK BURSTS ALL FOUR.  RC 4 WHEN ANYTHING WAS HELD
      * BACK, LEFT UNROUTED OR MISSING, OR A MASTER LINE WAS
      * REJECTED; RC 16 (NOTHING BURST) WITHOUT A SIGNED-ON,
      * AUTHORIZED OPERATOR OR WITHOUT THE DISTRIBUTION MASTER.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DIST-MASTER-FILE ASSIGN DYNAMIC
                 WS-DIST-MASTER-PATH
             organization is line sequential
             file status is WS-DIST-MASTER-STATUS.
           SELECT PRINT-FILE-IN ASSIGN DYNAMIC
                 WS-PRINT-FILE-PATH
             organization is line sequential
             file status is WS-PRINT-FILE-STATUS.
           SELECT BURST-FILE ASSIGN DYNAMIC
                 WS-BURST-FILE-PATH
             organization is line sequential
             file status is WS-BURST-FILE-STATUS.
           SELECT DIST-MANIFEST
             ASSIGN DYNAMIC WS-MANIFEST-PATH
             organization is LINE sequential
             file status is WS-MANIFEST-STATUS.
           SELECT AUDIT-TRAIL-FILE ASSIGN DYNAMIC
                 WS-AUDIT-TRAIL-PATH
             organization is line sequential
             file status is WS-AUDIT-TRAIL-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  DIST-MASTER-FILE
           RECORDING MODE IS F
           DATA RECORD IS DIST-MASTER-RECORD-IN.
       01 DIST-MASTER-RECORD-IN          PIC X(61).

       FD  PRINT-FILE-IN
           RECORDING MODE IS F
           DATA RECORD IS PRINT-RECORD-IN.
      * WIDER THAN A PRINT LINE - A PAGE EJECT RIDES IN FRONT OF THE
      * LINE AFTER IT, SO ONE RECORD CAN HOLD THE LAST LINE OF A PAGE
      * AND THE FIRST LINE OF THE NEXT.
       01 PRINT-RECORD-IN                PIC X(400).

       FD  BURST-FILE
           RECORDING MODE IS F
           DATA RECORD IS BURST-RECORD.
       01 BURST-RECORD                   PIC X(133).

       FD  DIST-MANIFEST
           RECORDING MODE IS F
           DATA RECORD IS DIST-MANIFEST-RECORD.
       01 DIST-MANIFEST-RECORD           PIC X(133).

       FD  AUDIT-TRAIL-FILE
           RECORDING MODE IS F
           DATA RECORD IS AUDIT-TRAIL-RECORD.
       01 AUDIT-TRAIL-RECORD             PIC X(89).

       WORKING-STORAGE SECTION.
      * FILE PATHS - DEFAULT TO THE PATHS BELOW, BUT CAN BE OVERRIDDEN
      * AT RUN TIME BY SETTING THE MATCHING ENVIRONMENT VARIABLE
      * BEFORE STARTING THE PROGRAM (SEE 0500-GET-FILE-PATHS):
        01 WS-FILE-PATHS.
           05 WS-DIST-MASTER-PATH       PIC X(80)
                VALUE "C:\Users\Ryan\Desktop\DISTMAST.DAT".
           05 WS-MANIFEST-PATH          PIC X(80)
                VALUE "C:\Users\Ryan\Desktop\DISTMAN.rpt".
           05 WS-AUDIT-TRAIL-PATH       PIC X(80)
                VALUE "C:\Users\Ryan\Desktop\OPS-AUDIT-TRAIL.LOG".
           05 WS-ENV-PATH-OVERRIDE      PIC X(80).
        01 WS-PRINT-FILE-PATH           PIC X(80) VALUE SPACES.
        01 WS-BURST-FILE-PATH           PIC X(80) VALUE SPACES.
        01 WS-BURST-FILE-NAME           PIC X(24) VALUE SPACES.

      * THE BURST FILES ALL GO IN ONE DIRECTORY.
        01 WS-BURST-DIRECTORY           PIC X(80)
             VALUE "C:\Users\Ryan\Desktop\BURST\".
        01 WS-BURST-DIR-LEN             PIC 9(02) COMP VALUE 0.
        01 WS-BURST-SEPARATOR           PIC X(01) VALUE "\".
        01 WS-CHAR-SUB                  PIC 9(03) COMP VALUE 0.

      * ONE REPORT, OR BLANK FOR ALL FOUR.
        01 WS-REPORT-FILTER             PIC X(08) VALUE SPACES.

        01 WS-DIST-MASTER-STATUS        pic X(02).
           88 DIST-MASTER-FOUND            VALUE "00".
           88 END-OF-DIST-MASTER           VALUE "10".
        01 WS-PRINT-FILE-STATUS         pic X(02).
           88 PRINT-FILE-FOUND             VALUE "00".
           88 END-OF-PRINT-FILE            VALUE "10".
        01 WS-BURST-FILE-STATUS         pic X(02).
           88 GOOD-BURST-FILE              VALUE "00".
        01 WS-MANIFEST-STATUS           pic X(02).
           88 GOOD-MANIFEST-WRITE          VALUE "00".
        01 WS-AUDIT-TRAIL-STATUS        pic X(02).
           88 GOOD-AUDIT-TRAIL-WRITE       VALUE "00".

      * THE REPORTS THAT CAN BE BURST: REPORT ID, THE VARIABLE AND
      * DEFAULT PATH ITS PROGRAM WRITES THE PRINT FILE TO, THE KEY
      * TYPE ITS SECTIONS ARE MAPPED BY, AND ITS TITLE.
        01 WS-REPORT-DATA.
           05 FILLER PIC X(08) VALUE "PAYRPT  ".
           05 FILLER PIC X(30) VALUE "PAYRPTRB-PAYROLL-REPORT       ".
           05 FILLER PIC X(44)
                VALUE "C:\Users\Ryan\Desktop\PAYROLLREPORT.rpt".
           05 FILLER PIC X(01) VALUE "D".
           05 FILLER PIC X(26) VALUE "PAYROLL REPORT            ".
           05 FILLER PIC X(08) VALUE "ARAGE   ".
           05 FILLER PIC X(30) VALUE "ARAGERB-AGING-REPORT          ".
           05 FILLER PIC X(44)
                VALUE "C:\Users\Ryan\Desktop\ARAGING.rpt".
           05 FILLER PIC X(01) VALUE "C".
           05 FILLER PIC X(26) VALUE "ACCOUNTS RECEIVABLE AGING ".
           05 FILLER PIC X(08) VALUE "SALESSUM".
           05 FILLER PIC X(30) VALUE "SALESSUM-PRINT-REPORT         ".
           05 FILLER PIC X(44)
                VALUE "C:\Users\Ryan\Downloads\SALESSUM.rpt".
           05 FILLER PIC X(01) VALUE "S".
           05 FILLER PIC X(26) VALUE "SALES SUMMARY REPORT      ".
           05 FILLER PIC X(08) VALUE "CUTSCH  ".
           05 FILLER PIC X(30) VALUE "CUTSCHRB-CUT-SCHEDULE         ".
           05 FILLER PIC X(44)
                VALUE "C:\Users\Ryan\Desktop\CUTSCHED.rpt".
           05 FILLER PIC X(01) VALUE "M".
           05 FILLER PIC X(26) VALUE "DAILY CUT SCHEDULE        ".
        01 WS-REPORT-TABLE REDEFINES WS-REPORT-DATA.
           05 WS-RPT-ENTRY OCCURS 4 TIMES.
              10 WS-RPT-ID              PIC X(08).
              10 WS-RPT-VARIABLE        PIC X(30).
              10 WS-RPT-DEFAULT-PATH    PIC X(44).
              10 WS-RPT-KEY-TYPE        PIC X(01).
              10 WS-RPT-TITLE           PIC X(26).
        01 WS-RPT-COUNT                 PIC 9(02) COMP VALUE 4.
        01 WS-RPT-SUB                   PIC 9(02) COMP VALUE 0.

      * THE SECTIONS OF EACH REPORT, BY THE CODE THE LINE RULES SET.
      * EVERY REPORT STARTS IN BD, ITS BODY.
        01 WS-SECTION-NAME-DATA.
           05 FILLER PIC X(40)
                VALUE "PAYRPT  BDPAYROLL DETAIL BY PAY DATE".
           05 FILLER PIC X(40)
                VALUE "PAYRPT  DSDEPARTMENT SUBTOTALS".
           05 FILLER PIC X(40)
                VALUE "PAYRPT  ECEMPLOYER COST BY DEPARTMENT".
           05 FILLER PIC X(40)
                VALUE "PAYRPT  LOLOCALITY REMITTANCE SUMMARY".
           05 FILLER PIC X(40)
                VALUE "PAYRPT  RCHOURS-TO-DOLLARS RECONCILIATN".
           05 FILLER PIC X(40)
                VALUE "PAYRPT  TVTRIAL VARIANCE".
           05 FILLER PIC X(40)
                VALUE "ARAGE   BDCUSTOMER AGING".
           05 FILLER PIC X(40)
                VALUE "CUTSCH  BDCUT SCHEDULE BY MATERIAL".
           05 FILLER PIC X(40)
                VALUE "SALESSUMBDREPORT HEADING".
           05 FILLER PIC X(40)
                VALUE "SALESSUMRKRANKED SALESPERSON SUMMARY".
           05 FILLER PIC X(40)
                VALUE "SALESSUMSTSTATE SUMMARY".
           05 FILLER PIC X(40)
                VALUE "SALESSUMPRPERIOD RECAP".
           05 FILLER PIC X(40)
                VALUE "SALESSUMSPSALESPERSON BY PERIOD".
           05 FILLER PIC X(40)
                VALUE "SALESSUMSBSTATE BY PERIOD".
           05 FILLER PIC X(40)
                VALUE "SALESSUMSXSTATE / SALESPERSON CROSS-TAB".
           05 FILLER PIC X(40)
                VALUE "SALESSUMPDSALES BY PRODUCT".
           05 FILLER PIC X(40)
                VALUE "SALESSUMQAQUOTA ATTAINMENT".
           05 FILLER PIC X(40)
                VALUE "SALESSUMCTCONTROL TOTAL BALANCING".
        01 WS-SECTION-NAME-TABLE REDEFINES WS-SECTION-NAME-DATA.
           05 WS-SNM-ENTRY OCCURS 18 TIMES.
              10 WS-SNM-REPORT          PIC X(08).
              10 WS-SNM-CODE            PIC X(02).
              10 WS-SNM-NAME            PIC X(30).
        01 WS-SNM-COUNT                 PIC 9(02) COMP VALUE 18.
        01 WS-SNM-SUB                   PIC 9(02) COMP VALUE 0.
        01 WS-SECTION-NAME              PIC X(30) VALUE SPACES.

      * THE LINE RULES, TRIED IN ORDER - THE FIRST ONE THAT FITS A
      * LINE DECIDES WHAT IT IS.  EACH RULE IS: REPORT, THE SECTION
      * IT APPLIES IN (** ANY), WHAT THE LINE IS, THE SECTION A
      * TITLE STARTS, THE KEY TYPE, KEY COLUMN AND LENGTH, Y WHEN
      * THE KEYED LINE IS RESTRICTED, AND THE COLUMN, LENGTH AND
      * TEXT THE LINE MUST CARRY (LENGTH 00 - ANY LINE).  WHAT THE
      * LINE IS:
      *   E  LAST LINE OF THE PAGE HEADING
      *   T  SECTION TITLE           C  SECTION COLUMN HEADING
      *   K  KEYED LINE              F  NOTE UNDER THE LINE ABOVE
      *   G  GENERAL LINE - WHOLE-REPORT RECIPIENTS ONLY
      *   W  WITHHELD - NEVER DISTRIBUTED
      * A BLANK LINE GOES WHEREVER THE LINE ABOVE IT WENT.
        01 WS-RULE-DATA.
           05 FILLER PIC X(25) VALUE "PAYRPT  **E         01107".
           05 FILLER PIC X(32) VALUE "PAYDATE".
           05 FILLER PIC X(25) VALUE "PAYRPT  **G         00110".
           05 FILLER PIC X(32) VALUE "----+----1".
           05 FILLER PIC X(25) VALUE "PAYRPT  **TDS       01120".
           05 FILLER PIC X(32) VALUE "DEPARTMENT SUBTOTALS".
           05 FILLER PIC X(25) VALUE "PAYRPT  **TEC       01127".
           05 FILLER PIC X(32) VALUE "EMPLOYER COST BY DEPARTMENT".
           05 FILLER PIC X(25) VALUE "PAYRPT  **TLO       01127".
           05 FILLER PIC X(32) VALUE "LOCALITY REMITTANCE SUMMARY".
           05 FILLER PIC X(25) VALUE "PAYRPT  **TRC       01131".
           05 FILLER PIC X(32) VALUE "HOURS-TO-DOLLARS RECONCILIATION".
           05 FILLER PIC X(25) VALUE "PAYRPT  **TTV       01130".
           05 FILLER PIC X(32) VALUE "TRIAL VARIANCE VS PAY-HISTORY ".
           05 FILLER PIC X(25) VALUE "PAYRPT  BDG         02407".
           05 FILLER PIC X(32) VALUE "TOTALS:".
           05 FILLER PIC X(25) VALUE "PAYRPT  BDG         01104".
           05 FILLER PIC X(32) VALUE "____".
           05 FILLER PIC X(25) VALUE "PAYRPT  BDF         02914".
           05 FILLER PIC X(32) VALUE "** TO ARREARS:".
           05 FILLER PIC X(25) VALUE "PAYRPT  BDF         02914".
           05 FILLER PIC X(32) VALUE "** FINAL CHECK".
           05 FILLER PIC X(25) VALUE "PAYRPT  BDK  D04704Y00000".
           05 FILLER PIC X(32) VALUE SPACES.
           05 FILLER PIC X(25) VALUE "PAYRPT  DSK  D01104Y00000".
           05 FILLER PIC X(32) VALUE SPACES.
           05 FILLER PIC X(25) VALUE "PAYRPT  ECC         01104".
           05 FILLER PIC X(32) VALUE "DEPT".
           05 FILLER PIC X(25) VALUE "PAYRPT  ECK  D01104Y00000".
           05 FILLER PIC X(32) VALUE SPACES.
           05 FILLER PIC X(25) VALUE "PAYRPT  LOG         00000".
           05 FILLER PIC X(32) VALUE SPACES.
           05 FILLER PIC X(25) VALUE "PAYRPT  RCG         00000".
           05 FILLER PIC X(32) VALUE SPACES.
           05 FILLER PIC X(25) VALUE "PAYRPT  TVW         00000".
           05 FILLER PIC X(32) VALUE SPACES.
           05 FILLER PIC X(25) VALUE "ARAGE   **E         01104".
           05 FILLER PIC X(32) VALUE "CUST".
           05 FILLER PIC X(25) VALUE "ARAGE   **G         00110".
           05 FILLER PIC X(32) VALUE "----+----1".
           05 FILLER PIC X(25) VALUE "ARAGE   BDG         01107".
           05 FILLER PIC X(32) VALUE "TOTALS:".
           05 FILLER PIC X(25) VALUE "ARAGE   BDG         01104".
           05 FILLER PIC X(32) VALUE "____".
           05 FILLER PIC X(25) VALUE "ARAGE   BDK  C01106N00000".
           05 FILLER PIC X(32) VALUE SPACES.
           05 FILLER PIC X(25) VALUE "CUTSCH  **E         01109".
           05 FILLER PIC X(32) VALUE "MATERIAL ".
           05 FILLER PIC X(25) VALUE "CUTSCH  **G         00110".
           05 FILLER PIC X(32) VALUE "----+----1".
           05 FILLER PIC X(25) VALUE "CUTSCH  BDG         01118".
           05 FILLER PIC X(32) VALUE "ORDERS SCHEDULED: ".
           05 FILLER PIC X(25) VALUE "CUTSCH  BDG         01104".
           05 FILLER PIC X(32) VALUE "____".
           05 FILLER PIC X(25) VALUE "CUTSCH  BDK  M01105N00000".
           05 FILLER PIC X(32) VALUE SPACES.
           05 FILLER PIC X(25) VALUE "SALESSUM**E         05810".
           05 FILLER PIC X(32) VALUE "RUN DATE: ".
           05 FILLER PIC X(25) VALUE "SALESSUM**G         00110".
           05 FILLER PIC X(32) VALUE "----+----1".
           05 FILLER PIC X(25) VALUE "SALESSUM**TRK       01126".
           05 FILLER PIC X(32) VALUE "RANKED SALESPERSON SUMMARY".
           05 FILLER PIC X(25) VALUE "SALESSUM**TST       01113".
           05 FILLER PIC X(32) VALUE "STATE SUMMARY".
           05 FILLER PIC X(25) VALUE "SALESSUM**TPR       01112".
           05 FILLER PIC X(32) VALUE "PERIOD RECAP".
           05 FILLER PIC X(25) VALUE "SALESSUM**TSP       01121".
           05 FILLER PIC X(32) VALUE "SALESPERSON BY PERIOD".
           05 FILLER PIC X(25) VALUE "SALESSUM**TSB       01115".
           05 FILLER PIC X(32) VALUE "STATE BY PERIOD".
           05 FILLER PIC X(25) VALUE "SALESSUM**TSX       01129".
           05 FILLER PIC X(32) VALUE "STATE / SALESPERSON CROSS-TAB".
           05 FILLER PIC X(25) VALUE "SALESSUM**TPD       01116".
           05 FILLER PIC X(32) VALUE "SALES BY PRODUCT".
           05 FILLER PIC X(25) VALUE "SALESSUM**TQA       01116".
           05 FILLER PIC X(32) VALUE "QUOTA ATTAINMENT".
           05 FILLER PIC X(25) VALUE "SALESSUM**TCT       01123".
           05 FILLER PIC X(32) VALUE "CONTROL TOTAL BALANCING".
           05 FILLER PIC X(25) VALUE "SALESSUMRKC         01105".
           05 FILLER PIC X(32) VALUE "ID   ".
           05 FILLER PIC X(25) VALUE "SALESSUMRKK  S01103N00000".
           05 FILLER PIC X(32) VALUE SPACES.
           05 FILLER PIC X(25) VALUE "SALESSUMSPK  S02003N00000".
           05 FILLER PIC X(32) VALUE SPACES.
           05 FILLER PIC X(25) VALUE "SALESSUMSXK  S01603N00000".
           05 FILLER PIC X(32) VALUE SPACES.
           05 FILLER PIC X(25) VALUE "SALESSUMQAK  S01103N00000".
           05 FILLER PIC X(32) VALUE SPACES.
        01 WS-RULE-TABLE REDEFINES WS-RULE-DATA.
           05 WS-RULE-ENTRY OCCURS 51 TIMES.
              10 WS-RULE-REPORT         PIC X(08).
              10 WS-RULE-IN-SECTION     PIC X(02).
              10 WS-RULE-ACTION         PIC X(01).
              10 WS-RULE-NEW-SECTION    PIC X(02).
              10 WS-RULE-KEY-TYPE       PIC X(01).
              10 WS-RULE-KEY-POS        PIC 9(03).
              10 WS-RULE-KEY-LEN        PIC 9(02).
              10 WS-RULE-RESTRICTED     PIC X(01).
              10 WS-RULE-MATCH-POS      PIC 9(03).
              10 WS-RULE-MATCH-LEN      PIC 9(02).
              10 WS-RULE-MATCH-TEXT     PIC X(32).
        01 WS-RULE-COUNT                PIC 9(02) COMP VALUE 51.
        01 WS-RULE-SUB                  PIC 9(02) COMP VALUE 0.
        01 WS-RULE-HIT                  PIC 9(02) COMP VALUE 0.

      * THE DISTRIBUTION MASTER, AS LOADED.
        COPY "DISTMAST.cpy".
        01 WS-DIST-COUNT                PIC 9(03) COMP VALUE 0.
        01 WS-DIST-SUB                  PIC 9(03) COMP VALUE 0.
        01 WS-DIST-SUB-2                PIC 9(03) COMP VALUE 0.
        01 WS-DIST-TABLE.
           05 WS-DIST-ENTRY OCCURS 500 TIMES.
              10 TABLE-DST-RECIPIENT    PIC X(08).
              10 TABLE-DST-NAME         PIC X(30).
              10 TABLE-DST-DEPT         PIC X(04).
              10 TABLE-DST-REPORT       PIC X(08).
              10 TABLE-DST-KEY-TYPE     PIC X(01).
              10 TABLE-DST-KEY-VALUE    PIC X(10).
        01 WS-DIST-REJECTED             PIC 9(05) VALUE 0.
        01 WS-DIST-DONE-SW              PIC X(01) VALUE "N".
           88 RECIPIENT-ALREADY-DONE       VALUE "Y".

      * THE RECIPIENT BEING BURST FOR - THEIR KEYS ON THIS REPORT.
        01 WS-RCP-ID                    PIC X(08) VALUE SPACES.
        01 WS-RCP-NAME                  PIC X(30) VALUE SPACES.
        01 WS-RCP-DEPT                  PIC X(04) VALUE SPACES.
        01 WS-RCP-WHOLE-SW              PIC X(01) VALUE "N".
           88 RCP-GETS-WHOLE-REPORT        VALUE "Y".
        01 WS-RCP-KEY-COUNT             PIC 9(02) COMP VALUE 0.
        01 WS-RCP-KEY-SUB               PIC 9(02) COMP VALUE 0.
        01 WS-RCP-KEY-TABLE.
           05 WS-RCP-KEY OCCURS 50 TIMES PIC X(10).
        01 WS-RCP-MATCH-SW              PIC X(01) VALUE "N".
           88 RCP-NOT-MAPPED               VALUE "N".
           88 RCP-MAPPED-BY-KEY            VALUE "K".
           88 RCP-MAPPED-WHOLE             VALUE "W".

      * PASS CONTROL - THE FIRST PASS OVER A PRINT FILE ONLY COUNTS
      * (PAGES, LINES, KEYED SECTIONS); THEN ONE PASS PER RECIPIENT.
        01 WS-PASS-SW                   PIC X(01) VALUE "A".
           88 ANALYSIS-PASS                VALUE "A".
           88 RECIPIENT-PASS               VALUE "R".
        01 WS-PRINT-EOF-SW              PIC X(01) VALUE "N".
           88 PRINT-FILE-DONE              VALUE "Y".
        01 WS-PIECE-SW                  PIC X(01) VALUE "N".
           88 MORE-PIECES                  VALUE "Y".
        01 WS-PAGE-PENDING-SW           PIC X(01) VALUE "N".
           88 NEW-PAGE-PENDING             VALUE "Y".
        01 WS-HEADING-SW                PIC X(01) VALUE "N".
           88 IN-PAGE-HEADING              VALUE "Y".
        01 WS-PAGE-WRITTEN-SW           PIC X(01) VALUE "N".
           88 PAGE-HEADING-WRITTEN         VALUE "Y".
        01 WS-SECTION-WRITTEN-SW        PIC X(01) VALUE "N".
           88 SECTION-HEADING-WRITTEN      VALUE "Y".
        01 WS-LAST-SENT-SW              PIC X(01) VALUE "N".
           88 LAST-LINE-SENT               VALUE "Y".
        01 WS-BURST-OPEN-SW             PIC X(01) VALUE "N".
           88 BURST-FILE-OPEN              VALUE "Y".
        01 WS-LAST-BLANK-SW             PIC X(01) VALUE "N".
           88 LAST-WRITTEN-BLANK           VALUE "Y".

      * THE PRINT RECORD, SPLIT AT ITS PAGE EJECTS.
        01 WS-FORM-FEED                 PIC X(01) VALUE X"0C".
        01 WS-PRINT-REST                PIC X(400) VALUE SPACES.
        01 WS-PRINT-WORK                PIC X(400) VALUE SPACES.
        01 WS-FF-POS                    PIC 9(03) COMP VALUE 0.
        01 WS-PRINT-LINE                PIC X(133) VALUE SPACES.
        01 WS-LINE-ACTION               PIC X(01) VALUE SPACE.
           88 LINE-IS-TITLE                VALUE "T".
           88 LINE-IS-COLUMN-HDG           VALUE "C".
           88 LINE-IS-KEYED                VALUE "K".
           88 LINE-IS-FOLLOW-ON            VALUE "F".
           88 LINE-IS-GENERAL              VALUE "G".
           88 LINE-IS-WITHHELD             VALUE "W".
        01 WS-CURRENT-SECTION           PIC X(02) VALUE "BD".
        01 WS-KEY-VALUE                 PIC X(10) VALUE SPACES.

      * THE PAGE HEADING AND SECTION TITLE LINES IN FORCE, HELD UNTIL
      * A RECIPIENT GETS A LINE UNDER THEM.
        01 WS-PAGE-BUF-COUNT            PIC 9(02) COMP VALUE 0.
        01 WS-PAGE-BUF-TABLE.
           05 WS-PAGE-BUF-LINE OCCURS 12 TIMES PIC X(133).
        01 WS-SEC-BUF-COUNT             PIC 9(02) COMP VALUE 0.
        01 WS-SEC-BUF-TABLE.
           05 WS-SEC-BUF-LINE OCCURS 4 TIMES PIC X(133).
        01 WS-BUF-SUB                   PIC 9(02) COMP VALUE 0.

      * THE KEYED SECTIONS OF THE REPORT BEING BURST, FROM THE FIRST
      * PASS, AND HOW MANY RECIPIENTS EACH ONE WENT TO.
        01 WS-SEC-COUNT                 PIC 9(04) COMP VALUE 0.
        01 WS-SEC-SUB                   PIC 9(04) COMP VALUE 0.
        01 WS-SEC-TABLE.
           05 WS-SEC-ENTRY OCCURS 2000 TIMES.
              10 TABLE-SEC-CODE         PIC X(02).
              10 TABLE-SEC-KEY          PIC X(10).
              10 TABLE-SEC-LINES        PIC 9(05).
              10 TABLE-SEC-RECIPIENTS   PIC 9(03).
              10 TABLE-SEC-BLOCKED      PIC X(01).
        01 WS-SEC-OVERFLOW              PIC 9(05) VALUE 0.

      * WHAT THE CURRENT RECIPIENT GOT, AND WHAT WAS HELD BACK FROM
      * THEM, SECTION BY SECTION.
        01 WS-DLV-COUNT                 PIC 9(03) COMP VALUE 0.
        01 WS-DLV-SUB                   PIC 9(03) COMP VALUE 0.
        01 WS-DLV-TABLE.
           05 WS-DLV-ENTRY OCCURS 500 TIMES.
              10 TABLE-DLV-CODE         PIC X(02).
              10 TABLE-DLV-KEY          PIC X(10).
              10 TABLE-DLV-LINES        PIC 9(05).
        01 WS-BLK-COUNT                 PIC 9(03) COMP VALUE 0.
        01 WS-BLK-SUB                   PIC 9(03) COMP VALUE 0.
        01 WS-BLK-TABLE.
           05 WS-BLK-ENTRY OCCURS 200 TIMES.
              10 TABLE-BLK-CODE         PIC X(02).
              10 TABLE-BLK-KEY          PIC X(10).
              10 TABLE-BLK-LINES        PIC 9(05).

      * COUNTS - THIS RECIPIENT'S FILE, THIS REPORT, AND THE RUN.
        01 WS-FILE-COUNTS.
           05 WS-FILE-PAGES             PIC 9(05) VALUE 0.
           05 WS-FILE-LINES             PIC 9(07) VALUE 0.
           05 WS-FILE-HELD              PIC 9(07) VALUE 0.
        01 WS-REPORT-COUNTS.
           05 WS-RPT-PAGES-IN           PIC 9(05) VALUE 0.
           05 WS-RPT-LINES-IN           PIC 9(07) VALUE 0.
           05 WS-RPT-WITHHELD           PIC 9(07) VALUE 0.
           05 WS-RPT-UNROUTED           PIC 9(05) VALUE 0.
           05 WS-RPT-RECIPIENTS         PIC 9(05) VALUE 0.
        01 WS-RUN-COUNTS.
           05 WS-TOTAL-REPORTS          PIC 9(03) VALUE 0.
           05 WS-TOTAL-FILES            PIC 9(05) VALUE 0.
           05 WS-TOTAL-PAGES            PIC 9(07) VALUE 0.
           05 WS-TOTAL-LINES            PIC 9(07) VALUE 0.
           05 WS-TOTAL-HELD             PIC 9(07) VALUE 0.
           05 WS-TOTAL-BLOCKED          PIC 9(05) VALUE 0.
           05 WS-TOTAL-UNROUTED         PIC 9(05) VALUE 0.
           05 WS-TOTAL-WITHHELD         PIC 9(07) VALUE 0.
        01 WS-RECORDS-READ              PIC 9(07) VALUE 0.
        01 WS-RECORDS-WRITTEN           PIC 9(07) VALUE 0.
        01 WS-RUN-DATE                  PIC X(08).
        01 WS-RUN-TIME                  PIC 9(08) VALUE 0.
        01 WS-AUDIT-FILES               PIC 9(04) VALUE 0.
        01 WS-AUDIT-HELD                PIC 9(05) VALUE 0.
        COPY "AUDITTRL.cpy".
      * OPERATOR SIGN-ON - THE RUN READS THE PAYROLL REPORT.
        COPY "SIGNON.cpy".

       01  PAGE-HDG-01.
           05 PAGE-HDG-01-CC         PIC X(01) VALUE SPACE.
           05 FILLER                 PIC X(48) VALUE SPACES.
           05 FILLER                 PIC X(32)
              VALUE "REPORT DISTRIBUTION MANIFEST".
           05 FILLER                 PIC X(24) VALUE SPACES.
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
           05 FILLER                 PIC X(10) VALUE SPACES.
           05 FILLER                 PIC X(17)
              VALUE "BURST DIRECTORY: ".
           05 PAGE-HDG-03-DIRECTORY  PIC X(80).
       01  PAGE-HDG-04.
           05 PAGE-HDG-04-CC         PIC X(01) VALUE SPACE.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 FILLER                 PIC X(10) VALUE "RECIPIENT".
           05 FILLER                 PIC X(22) VALUE "NAME".
           05 FILLER                 PIC X(24) VALUE "BURST FILE".
           05 FILLER                 PIC X(07) VALUE "  PAGES".
           05 FILLER                 PIC X(10) VALUE "  SECTIONS".
           05 FILLER                 PIC X(10) VALUE "     LINES".
           05 FILLER                 PIC X(11) VALUE "  HELD BACK".

       01  DETAIL-LINE-REPORT.
           05 RPT-DTL-CC             PIC X(01) VALUE SPACE.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 FILLER                 PIC X(08) VALUE "REPORT: ".
           05 RPT-DTL-ID             PIC X(10).
           05 RPT-DTL-TITLE          PIC X(28).
           05 FILLER                 PIC X(12) VALUE "PRINT FILE: ".
           05 RPT-DTL-PATH           PIC X(72).
       01  DETAIL-LINE-REPORT-COUNTS.
           05 RPC-DTL-CC             PIC X(01) VALUE SPACE.
           05 FILLER                 PIC X(10) VALUE SPACES.
           05 FILLER                 PIC X(10) VALUE "PAGES IN: ".
           05 RPC-DTL-PAGES          PIC ZZ,ZZ9.
           05 FILLER                 PIC X(13) VALUE "   LINES IN: ".
           05 RPC-DTL-LINES          PIC Z,ZZZ,ZZ9.
           05 FILLER                 PIC X(19)
              VALUE "   KEYED SECTIONS: ".
           05 RPC-DTL-SECTIONS       PIC ZZ,ZZ9.
           05 FILLER                 PIC X(13) VALUE "   UNROUTED: ".
           05 RPC-DTL-UNROUTED       PIC ZZ,ZZ9.
           05 FILLER                 PIC X(19)
              VALUE "   NEVER SENT OUT: ".
           05 RPC-DTL-WITHHELD       PIC Z,ZZZ,ZZ9.

       01  DETAIL-LINE-FILE.
           05 DTL-CC                 PIC X(01) VALUE SPACE.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 DTL-RECIPIENT          PIC X(10).
           05 DTL-NAME               PIC X(22).
           05 DTL-FILE               PIC X(24).
           05 DTL-PAGES              PIC Z,ZZ9.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 DTL-SECTIONS           PIC ZZ,ZZ9.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 DTL-LINES              PIC Z,ZZZ,ZZ9.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 DTL-HELD               PIC Z,ZZZ,ZZ9.

       01  DETAIL-LINE-SECTION.
           05 SEC-DTL-CC             PIC X(01) VALUE SPACE.
           05 FILLER                 PIC X(12) VALUE SPACES.
           05 SEC-DTL-NAME           PIC X(32).
           05 FILLER                 PIC X(05) VALUE "KEY: ".
           05 SEC-DTL-KEY            PIC X(12).
           05 FILLER                 PIC X(07) VALUE "LINES: ".
           05 SEC-DTL-LINES          PIC ZZ,ZZ9.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 SEC-DTL-NOTE           PIC X(48).

       01  DETAIL-LINE-NOTE.
           05 NOTE-CC                PIC X(01) VALUE SPACE.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 FILLER                 PIC X(04) VALUE "*** ".
           05 NOTE-TEXT              PIC X(110).

       01  TOTALS-LINE-1.
           05 TOT1-CC                PIC X(01) VALUE SPACE.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 FILLER                 PIC X(09) VALUE "REPORTS: ".
           05 TOT1-REPORTS           PIC Z9.
           05 FILLER                 PIC X(16) VALUE "   BURST FILES: ".
           05 TOT1-FILES             PIC ZZ,ZZ9.
           05 FILLER                 PIC X(10) VALUE "   PAGES: ".
           05 TOT1-PAGES             PIC Z,ZZZ,ZZ9.
           05 FILLER                 PIC X(10) VALUE "   LINES: ".
           05 TOT1-LINES             PIC Z,ZZZ,ZZ9.
       01  TOTALS-LINE-2.
           05 TOT2-CC                PIC X(01) VALUE SPACE.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 FILLER                 PIC X(24)
              VALUE "RESTRICTED - NOT SENT: ".
           05 TOT2-BLOCKED           PIC ZZ,ZZ9.
           05 FILLER                 PIC X(20)
              VALUE "   LINES HELD BACK: ".
           05 TOT2-HELD              PIC Z,ZZZ,ZZ9.
           05 FILLER                 PIC X(22)
              VALUE "   UNROUTED SECTIONS: ".
           05 TOT2-UNROUTED          PIC ZZ,ZZ9.
           05 FILLER                 PIC X(30)
              VALUE "   MASTER LINES REJECTED: ".
           05 TOT2-REJECTED          PIC ZZ,ZZ9.

       01  DETAIL-LINE-LINE.
           05 FILLER                 PIC X(10) VALUE SPACES.
           05 FILLER                 PIC X(115) VALUE ALL "_".
           05 FILLER                 PIC X(08) VALUE SPACES.

       01  PAGE-STUFF.
           05 WS-PAGE-COUNT           PIC 999 VALUE 0.
           05 WS-LINE-COUNT           PIC 99 VALUE 0.
        01 WS-MANIFEST-LINE             PIC X(133) VALUE SPACES.

       01 WS-REPORT-RULER.
          05 FILLER                  PIC X(50)
             VALUE "----+----1----+----2----+----3----+----4----+----5".
          05 FILLER                  PIC X(50)
             VALUE "----+----6----+----7----+----8----+----9----+----0".
          05 FILLER                  PIC X(44)
             VALUE "----+----1----+----2----+----3---".

       PROCEDURE DIVISION.

           DISPLAY "BURSTRB FOR RYAN BROOKS".

           PERFORM 1000-INITIALIZE.

           PERFORM 8000-WRITE-HEADINGS.
           perform varying WS-RPT-SUB from 1 by 1
              until WS-RPT-SUB > WS-RPT-COUNT
              IF WS-REPORT-FILTER = SPACES
                 OR WS-REPORT-FILTER = WS-RPT-ID (WS-RPT-SUB)
                 PERFORM 2000-BURST-ONE-REPORT
              END-IF
           END-PERFORM.

           perform 9000-CREATE-REPORT-TOTAL-LINES.

           display "REPORTS BURST:               " WS-TOTAL-REPORTS.
           display "BURST FILES WRITTEN:         " WS-TOTAL-FILES.
           display "PAGES DISTRIBUTED:           " WS-TOTAL-PAGES.
           display "LINES DISTRIBUTED:           " WS-TOTAL-LINES.
           display "RESTRICTED - NOT SENT:       " WS-TOTAL-BLOCKED.
           display "LINES HELD BACK:             " WS-TOTAL-HELD.
           display "UNROUTED SECTIONS:           " WS-TOTAL-UNROUTED.

           PERFORM 9900-WRITE-AUDIT-RECORD.

           close DIST-MANIFEST
                 AUDIT-TRAIL-FILE.

           GOBACK.

       0500-GET-FILE-PATHS.
      * OVERRIDE THE DEFAULT FILE PATHS IF THE MATCHING ENVIRONMENT
      * VARIABLE HAS BEEN SET:
           ACCEPT WS-ENV-PATH-OVERRIDE FROM ENVIRONMENT
                  "BURSTRB-DISTRIBUTION-MASTER".
           IF WS-ENV-PATH-OVERRIDE NOT = SPACES
              MOVE WS-ENV-PATH-OVERRIDE TO WS-DIST-MASTER-PATH
           END-IF.
           ACCEPT WS-ENV-PATH-OVERRIDE FROM ENVIRONMENT
                  "BURSTRB-OUTPUT-DIRECTORY".
           IF WS-ENV-PATH-OVERRIDE NOT = SPACES
              MOVE WS-ENV-PATH-OVERRIDE TO WS-BURST-DIRECTORY
           END-IF.
           ACCEPT WS-ENV-PATH-OVERRIDE FROM ENVIRONMENT
                  "BURSTRB-MANIFEST".
           IF WS-ENV-PATH-OVERRIDE NOT = SPACES
              MOVE WS-ENV-PATH-OVERRIDE TO WS-MANIFEST-PATH
           END-IF.
           ACCEPT WS-ENV-PATH-OVERRIDE FROM ENVIRONMENT
                  "BURSTRB-AUDIT-TRAIL-FILE".
           IF WS-ENV-PATH-OVERRIDE NOT = SPACES
              MOVE WS-ENV-PATH-OVERRIDE TO WS-AUDIT-TRAIL-PATH
           END-IF.
           ACCEPT WS-ENV-PATH-OVERRIDE FROM ENVIRONMENT
                  "BURSTRB-REPORT".
           MOVE WS-ENV-PATH-OVERRIDE TO WS-REPORT-FILTER.
           INSPECT WS-REPORT-FILTER CONVERTING
                   "abcdefghijklmnopqrstuvwxyz"
                TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

       1000-INITIALIZE.
           PERFORM 0500-GET-FILE-PATHS.
           ACCEPT WS-RUN-DATE FROM DATE.
           MOVE   WS-RUN-DATE TO PAGE-HDG-02-DATE.
           OPEN EXTEND AUDIT-TRAIL-FILE.
           IF NOT GOOD-AUDIT-TRAIL-WRITE
              CLOSE AUDIT-TRAIL-FILE
              OPEN OUTPUT AUDIT-TRAIL-FILE
           END-IF.
           PERFORM 1200-OPERATOR-SIGN-ON.
           IF WS-REPORT-FILTER NOT = SPACES
              perform varying WS-RPT-SUB from 1 by 1
                 until WS-RPT-SUB > WS-RPT-COUNT
                    OR WS-RPT-ID (WS-RPT-SUB) = WS-REPORT-FILTER
              END-PERFORM
              IF WS-RPT-SUB > WS-RPT-COUNT
                 DISPLAY "BURSTRB: BURSTRB-REPORT " WS-REPORT-FILTER
                     " IS NOT PAYRPT, ARAGE, SALESSUM OR CUTSCH - "
                     "RUN REFUSED"
                 MOVE 16 TO RETURN-CODE
                 PERFORM 9900-WRITE-AUDIT-RECORD
                 CLOSE AUDIT-TRAIL-FILE
                 GOBACK
              END-IF
           END-IF.
           PERFORM 1400-LOAD-DISTRIBUTION-MASTER.
           IF NOT DIST-MASTER-FOUND AND NOT END-OF-DIST-MASTER
              DISPLAY "BURSTRB: DISTRIBUTION MASTER "
                  WS-DIST-MASTER-PATH
              DISPLAY "BURSTRB: NOT FOUND - NOTHING BURST"
              MOVE 16 TO RETURN-CODE
              PERFORM 9900-WRITE-AUDIT-RECORD
              CLOSE AUDIT-TRAIL-FILE
              GOBACK
           END-IF.
           PERFORM 1300-BUILD-BURST-DIRECTORY.
           MOVE WS-BURST-DIRECTORY TO PAGE-HDG-03-DIRECTORY.
           OPEN OUTPUT DIST-MANIFEST.

       1200-OPERATOR-SIGN-ON.
      * AN UNAUTHORIZED OR UNSIGNED RUN IS REFUSED AND THE REFUSAL
      * GOES ON THE AUDIT TRAIL.
           MOVE "BURSTRB" TO SGN-PROGRAM-NAME.
           CALL "OPSIGNRB" USING SIGNON-PARMS.
           IF NOT SGN-AUTHORIZED
              EVALUATE TRUE
                 WHEN SGN-NO-USER
                 WHEN SGN-BATCH-RUN
                    DISPLAY "BURSTRB: OPS-USER-ID NOT SET - SIGN "
                        "ON BEFORE BURSTING THE REPORTS"
                 WHEN SGN-NO-USER-FILE
                    DISPLAY "BURSTRB: USER AUTHORIZATION FILE "
                        "MISSING - RUN REFUSED"
                 WHEN OTHER
                    DISPLAY "BURSTRB: USER " SGN-USER-ID
                        " NOT AUTHORIZED FOR BURSTRB - RUN REFUSED"
              END-EVALUATE
              MOVE 16 TO RETURN-CODE
              PERFORM 1250-LOG-REFUSED-ACCESS
              GOBACK
           END-IF.

       1250-LOG-REFUSED-ACCESS.
           ACCEPT WS-RUN-TIME FROM TIME.
           MOVE "BURSTRB"           TO AUD-PROGRAM-NAME.
           MOVE WS-RUN-DATE         TO AUD-RUN-DATE.
           MOVE WS-RUN-TIME         TO AUD-RUN-TIME.
           MOVE 0                   TO AUD-RECORDS-READ.
           MOVE 0                   TO AUD-RECORDS-WRITTEN.
           MOVE "ACCESS REFUSED"    TO AUD-KEY-TOTALS.
           MOVE "ER"                TO AUD-COMPLETION-STATUS.
           MOVE SGN-USER-ID         TO AUD-USER-ID.
           WRITE AUDIT-TRAIL-RECORD FROM AUDIT-TRAIL-LINE.
           CLOSE AUDIT-TRAIL-FILE.

       1300-BUILD-BURST-DIRECTORY.
      * THE DIRECTORY GETS A TRAILING SEPARATOR IF IT WAS GIVEN
      * WITHOUT ONE - / IF IT IS A FORWARD-SLASH PATH, OTHERWISE \.
           PERFORM VARYING WS-BURST-DIR-LEN FROM 80 BY -1
              UNTIL WS-BURST-DIR-LEN = 0
                 OR WS-BURST-DIRECTORY (WS-BURST-DIR-LEN:1)
                    NOT = SPACE
           END-PERFORM.
           IF WS-BURST-DIR-LEN = 0
              EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO WS-CHAR-SUB.
           INSPECT WS-BURST-DIRECTORY TALLYING WS-CHAR-SUB
                   FOR ALL "/".
           IF WS-CHAR-SUB > 0
              MOVE "/" TO WS-BURST-SEPARATOR
           END-IF.
           IF WS-BURST-DIRECTORY (WS-BURST-DIR-LEN:1) NOT = "\"
              AND WS-BURST-DIRECTORY (WS-BURST-DIR-LEN:1) NOT = "/"
              AND WS-BURST-DIR-LEN < 80
              ADD 1 TO WS-BURST-DIR-LEN
              MOVE WS-BURST-SEPARATOR
                TO WS-BURST-DIRECTORY (WS-BURST-DIR-LEN:1)
           END-IF.

       1400-LOAD-DISTRIBUTION-MASTER.
      * A LINE WITH NO RECIPIENT, AN UNKNOWN REPORT, OR A KEY TYPE
      * THAT REPORT IS NOT SPLIT BY IS REJECTED AND SHOWN.
           OPEN INPUT DIST-MASTER-FILE.
           IF NOT DIST-MASTER-FOUND
              EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL END-OF-DIST-MASTER
              READ DIST-MASTER-FILE INTO DIST-MASTER-RECORD
                 AT END
                    CONTINUE
                 NOT AT END
                    PERFORM 1450-CHECK-DIST-LINE
              END-READ
           END-PERFORM.
           CLOSE DIST-MASTER-FILE.

       1450-CHECK-DIST-LINE.
           IF DIST-MASTER-RECORD = SPACES
              EXIT PARAGRAPH
           END-IF.
           INSPECT DST-REPORT-ID CONVERTING
                   "abcdefghijklmnopqrstuvwxyz"
                TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           perform varying WS-RPT-SUB from 1 by 1
              until WS-RPT-SUB > WS-RPT-COUNT
                 OR WS-RPT-ID (WS-RPT-SUB) = DST-REPORT-ID
           END-PERFORM.
           IF DST-RECIPIENT-ID = SPACES
              OR WS-RPT-SUB > WS-RPT-COUNT
              OR NOT DST-VALID-KEY-TYPE
              OR (NOT DST-WHOLE-REPORT
                  AND DST-KEY-TYPE NOT = WS-RPT-KEY-TYPE (WS-RPT-SUB))
              OR (NOT DST-WHOLE-REPORT AND DST-KEY-VALUE = SPACES)
              ADD 1 TO WS-DIST-REJECTED
              MOVE 4 TO RETURN-CODE
              DISPLAY "BURSTRB: DISTRIBUTION LINE REJECTED - "
                  DIST-MASTER-RECORD
              EXIT PARAGRAPH
           END-IF.
           IF WS-DIST-COUNT NOT < 500
              ADD 1 TO WS-DIST-REJECTED
              MOVE 4 TO RETURN-CODE
              DISPLAY "BURSTRB: DISTRIBUTION MASTER OVER 500 LINES - "
                  "REJECTED " DIST-MASTER-RECORD
              EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-DIST-COUNT.
           MOVE WS-DIST-COUNT TO WS-DIST-SUB.
           MOVE DST-RECIPIENT-ID   TO TABLE-DST-RECIPIENT (WS-DIST-SUB).
           MOVE DST-RECIPIENT-NAME TO TABLE-DST-NAME (WS-DIST-SUB).
           MOVE DST-RECIPIENT-DEPT TO TABLE-DST-DEPT (WS-DIST-SUB).
           MOVE DST-REPORT-ID      TO TABLE-DST-REPORT (WS-DIST-SUB).
           MOVE DST-KEY-TYPE       TO TABLE-DST-KEY-TYPE (WS-DIST-SUB).
           MOVE DST-KEY-VALUE      TO TABLE-DST-KEY-VALUE (WS-DIST-SUB).

       2000-BURST-ONE-REPORT.
      * COUNT THE PRINT FILE, BURST IT ONCE PER RECIPIENT, THEN LIST
      * THE SECTIONS NOBODY GOT.
           INITIALIZE WS-REPORT-COUNTS.
           MOVE 0 TO WS-SEC-COUNT WS-SEC-OVERFLOW.
           MOVE WS-RPT-DEFAULT-PATH (WS-RPT-SUB) TO WS-PRINT-FILE-PATH.
           MOVE SPACES TO WS-ENV-PATH-OVERRIDE.
           ACCEPT WS-ENV-PATH-OVERRIDE FROM ENVIRONMENT
                  WS-RPT-VARIABLE (WS-RPT-SUB).
           IF WS-ENV-PATH-OVERRIDE NOT = SPACES
              MOVE WS-ENV-PATH-OVERRIDE TO WS-PRINT-FILE-PATH
           END-IF.
           MOVE WS-RPT-ID (WS-RPT-SUB)    TO RPT-DTL-ID.
           MOVE WS-RPT-TITLE (WS-RPT-SUB) TO RPT-DTL-TITLE.
           MOVE WS-PRINT-FILE-PATH        TO RPT-DTL-PATH.
           MOVE DETAIL-LINE-REPORT TO WS-MANIFEST-LINE.
           PERFORM 7000-WRITE-MANIFEST-LINE.
           SET ANALYSIS-PASS TO TRUE.
           PERFORM 2300-READ-PRINT-FILE.
           IF NOT PRINT-FILE-DONE
              MOVE SPACES TO NOTE-TEXT
              STRING "PRINT FILE NOT FOUND - " DELIMITED BY SIZE
                     WS-RPT-ID (WS-RPT-SUB) DELIMITED BY SPACE
                     " NOT BURST" DELIMITED BY SIZE
                     INTO NOTE-TEXT
              PERFORM 7500-WRITE-NOTE-LINE
              DISPLAY "BURSTRB: " WS-RPT-ID (WS-RPT-SUB)
                  " PRINT FILE NOT FOUND - " WS-PRINT-FILE-PATH
              MOVE 4 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-TOTAL-REPORTS.
           ADD WS-RPT-WITHHELD TO WS-TOTAL-WITHHELD.

           SET RECIPIENT-PASS TO TRUE.
           perform varying WS-DIST-SUB from 1 by 1
              until WS-DIST-SUB > WS-DIST-COUNT
              IF TABLE-DST-REPORT (WS-DIST-SUB) = WS-RPT-ID (WS-RPT-SUB)
                 PERFORM 2100-CHECK-RECIPIENT-DONE
                 IF NOT RECIPIENT-ALREADY-DONE
                    PERFORM 2200-BURST-FOR-RECIPIENT
                 END-IF
              END-IF
           END-PERFORM.

           perform varying WS-SEC-SUB from 1 by 1
              until WS-SEC-SUB > WS-SEC-COUNT
              IF TABLE-SEC-RECIPIENTS (WS-SEC-SUB) = 0
                 ADD 1 TO WS-RPT-UNROUTED
              END-IF
           END-PERFORM.
           ADD WS-RPT-UNROUTED TO WS-TOTAL-UNROUTED.
           MOVE WS-RPT-PAGES-IN  TO RPC-DTL-PAGES.
           MOVE WS-RPT-LINES-IN  TO RPC-DTL-LINES.
           MOVE WS-SEC-COUNT     TO RPC-DTL-SECTIONS.
           MOVE WS-RPT-UNROUTED  TO RPC-DTL-UNROUTED.
           MOVE WS-RPT-WITHHELD  TO RPC-DTL-WITHHELD.
           MOVE DETAIL-LINE-REPORT-COUNTS TO WS-MANIFEST-LINE.
           PERFORM 7000-WRITE-MANIFEST-LINE.
           IF WS-RPT-RECIPIENTS = 0
              MOVE "NO RECIPIENTS ON THE DISTRIBUTION MASTER"
                TO NOTE-TEXT
              PERFORM 7500-WRITE-NOTE-LINE
           END-IF.
           perform varying WS-SEC-SUB from 1 by 1
              until WS-SEC-SUB > WS-SEC-COUNT
              IF TABLE-SEC-RECIPIENTS (WS-SEC-SUB) = 0
                 MOVE TABLE-SEC-CODE (WS-SEC-SUB) TO WS-CURRENT-SECTION
                 PERFORM 4500-GET-SECTION-NAME
                 MOVE WS-SECTION-NAME              TO SEC-DTL-NAME
                 MOVE TABLE-SEC-KEY (WS-SEC-SUB)   TO SEC-DTL-KEY
                 MOVE TABLE-SEC-LINES (WS-SEC-SUB) TO SEC-DTL-LINES
                 IF TABLE-SEC-BLOCKED (WS-SEC-SUB) = "Y"
                    MOVE "*** UNROUTED - RESTRICTED, NO OWN DEPT"
                      TO SEC-DTL-NOTE
                 ELSE
                    MOVE "*** UNROUTED - NO RECIPIENT MAPPED"
                      TO SEC-DTL-NOTE
                 END-IF
                 MOVE DETAIL-LINE-SECTION TO WS-MANIFEST-LINE
                 PERFORM 7000-WRITE-MANIFEST-LINE
              END-IF
           END-PERFORM.
           IF WS-SEC-OVERFLOW > 0
              MOVE SPACES TO NOTE-TEXT
              STRING "MORE THAN 2000 KEYED SECTIONS - THE REST ARE "
                     "NOT COUNTED ON THIS MANIFEST" DELIMITED BY SIZE
                     INTO NOTE-TEXT
              PERFORM 7500-WRITE-NOTE-LINE
           END-IF.
           IF WS-RPT-UNROUTED > 0
              MOVE 4 TO RETURN-CODE
           END-IF.
           MOVE SPACES TO WS-MANIFEST-LINE.
           PERFORM 7000-WRITE-MANIFEST-LINE.

       2100-CHECK-RECIPIENT-DONE.
      * A RECIPIENT WITH SEVERAL LINES FOR THE REPORT IS BURST ONCE,
      * AT THEIR FIRST LINE.
           MOVE "N" TO WS-DIST-DONE-SW.
           perform varying WS-DIST-SUB-2 from 1 by 1
              until WS-DIST-SUB-2 NOT < WS-DIST-SUB
                 OR RECIPIENT-ALREADY-DONE
              IF TABLE-DST-REPORT (WS-DIST-SUB-2) =
                 TABLE-DST-REPORT (WS-DIST-SUB)
                 AND TABLE-DST-RECIPIENT (WS-DIST-SUB-2) =
                     TABLE-DST-RECIPIENT (WS-DIST-SUB)
                 SET RECIPIENT-ALREADY-DONE TO TRUE
              END-IF
           END-PERFORM.

       2200-BURST-FOR-RECIPIENT.
      * GATHER THE RECIPIENT'S KEYS FOR THIS REPORT, BURST THE PRINT
      * FILE FOR THEM, AND LIST THE FILE AND ITS SECTIONS.
           ADD 1 TO WS-RPT-RECIPIENTS.
           MOVE TABLE-DST-RECIPIENT (WS-DIST-SUB) TO WS-RCP-ID.
           MOVE TABLE-DST-NAME (WS-DIST-SUB)      TO WS-RCP-NAME.
           MOVE TABLE-DST-DEPT (WS-DIST-SUB)      TO WS-RCP-DEPT.
           MOVE "N" TO WS-RCP-WHOLE-SW.
           MOVE 0 TO WS-RCP-KEY-COUNT.
           perform varying WS-DIST-SUB-2 from WS-DIST-SUB by 1
              until WS-DIST-SUB-2 > WS-DIST-COUNT
              IF TABLE-DST-REPORT (WS-DIST-SUB-2) =
                 WS-RPT-ID (WS-RPT-SUB)
                 AND TABLE-DST-RECIPIENT (WS-DIST-SUB-2) = WS-RCP-ID
                 IF TABLE-DST-KEY-TYPE (WS-DIST-SUB-2) = "*"
                    SET RCP-GETS-WHOLE-REPORT TO TRUE
                 ELSE
                    IF WS-RCP-KEY-COUNT < 50
                       ADD 1 TO WS-RCP-KEY-COUNT
                       MOVE TABLE-DST-KEY-VALUE (WS-DIST-SUB-2)
                         TO WS-RCP-KEY (WS-RCP-KEY-COUNT)
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.
           INITIALIZE WS-FILE-COUNTS.
           MOVE 0 TO WS-DLV-COUNT WS-BLK-COUNT.
           MOVE "N" TO WS-BURST-OPEN-SW WS-LAST-BLANK-SW.
           MOVE SPACES TO WS-BURST-FILE-NAME WS-BURST-FILE-PATH.
           STRING WS-RCP-ID DELIMITED BY SPACE
                  "-" DELIMITED BY SIZE
                  WS-RPT-ID (WS-RPT-SUB) DELIMITED BY SPACE
                  ".rpt" DELIMITED BY SIZE
                  INTO WS-BURST-FILE-NAME.
           IF WS-BURST-DIR-LEN = 0
              MOVE WS-BURST-FILE-NAME TO WS-BURST-FILE-PATH
           ELSE
              STRING WS-BURST-DIRECTORY (1:WS-BURST-DIR-LEN)
                     DELIMITED BY SIZE
                     WS-BURST-FILE-NAME DELIMITED BY SPACE
                     INTO WS-BURST-FILE-PATH
           END-IF.

           PERFORM 2300-READ-PRINT-FILE.
           IF BURST-FILE-OPEN
              CLOSE BURST-FILE
              ADD 1 TO WS-TOTAL-FILES
           END-IF.

           PERFORM 4000-LIST-RECIPIENT-FILE.

       2300-READ-PRINT-FILE.
      * ONE PASS OVER THE PRINT FILE.  THE FILE OPENS ON A PAGE, AND
      * EVERY REPORT STARTS IN ITS BODY SECTION.
           MOVE "N" TO WS-PRINT-EOF-SW.
           OPEN INPUT PRINT-FILE-IN.
           IF NOT PRINT-FILE-FOUND
              EXIT PARAGRAPH
           END-IF.
           MOVE "BD" TO WS-CURRENT-SECTION.
           MOVE "Y"  TO WS-PAGE-PENDING-SW.
           MOVE "N"  TO WS-HEADING-SW WS-LAST-SENT-SW
                        WS-PAGE-WRITTEN-SW WS-SECTION-WRITTEN-SW.
           MOVE 0    TO WS-PAGE-BUF-COUNT WS-SEC-BUF-COUNT.
           PERFORM UNTIL PRINT-FILE-DONE
              READ PRINT-FILE-IN
                 AT END
                    SET PRINT-FILE-DONE TO TRUE
                 NOT AT END
                    PERFORM 2310-SPLIT-PRINT-RECORD
              END-READ
           END-PERFORM.
           CLOSE PRINT-FILE-IN.

       2310-SPLIT-PRINT-RECORD.
      * A PAGE EJECT IS WRITTEN IN FRONT OF THE LINE THAT STARTS THE
      * NEW PAGE, SO A RECORD CAN CARRY ONE ANYWHERE - THE TEXT AHEAD
      * OF IT IS A LINE OF ITS OWN ON THE OLD PAGE.
           MOVE PRINT-RECORD-IN TO WS-PRINT-REST.
           SET MORE-PIECES TO TRUE.
           PERFORM 2320-NEXT-PIECE UNTIL NOT MORE-PIECES.

       2320-NEXT-PIECE.
           MOVE 0 TO WS-FF-POS.
           INSPECT WS-PRINT-REST TALLYING WS-FF-POS
                   FOR CHARACTERS BEFORE INITIAL WS-FORM-FEED.
           IF WS-FF-POS = 0
              SET NEW-PAGE-PENDING TO TRUE
              MOVE WS-PRINT-REST (2:399) TO WS-PRINT-WORK
              MOVE WS-PRINT-WORK TO WS-PRINT-REST
              EXIT PARAGRAPH
           END-IF.
           IF WS-FF-POS NOT < 400
              MOVE WS-PRINT-REST TO WS-PRINT-LINE
              MOVE "N" TO WS-PIECE-SW
           ELSE
              MOVE SPACES TO WS-PRINT-LINE
              IF WS-FF-POS > 133
                 MOVE WS-PRINT-REST (1:133) TO WS-PRINT-LINE
              ELSE
                 MOVE WS-PRINT-REST (1:WS-FF-POS) TO WS-PRINT-LINE
              END-IF
              MOVE WS-PRINT-REST (WS-FF-POS + 1:) TO WS-PRINT-WORK
              MOVE WS-PRINT-WORK TO WS-PRINT-REST
           END-IF.
           PERFORM 3000-CLASSIFY-LINE.

       3000-CLASSIFY-LINE.
      * A NEW PAGE OPENS A PAGE HEADING, HELD LINE BY LINE UNTIL ITS
      * LAST LINE; ANY OTHER LINE IS SORTED BY THE LINE RULES.
           IF ANALYSIS-PASS
              ADD 1 TO WS-RPT-LINES-IN WS-RECORDS-READ
           END-IF.
           IF NEW-PAGE-PENDING
              MOVE "N" TO WS-PAGE-PENDING-SW WS-PAGE-WRITTEN-SW
                          WS-SECTION-WRITTEN-SW WS-LAST-SENT-SW
              SET IN-PAGE-HEADING TO TRUE
              MOVE 0 TO WS-PAGE-BUF-COUNT
              IF ANALYSIS-PASS
                 ADD 1 TO WS-RPT-PAGES-IN
              END-IF
           END-IF.
           IF IN-PAGE-HEADING
              PERFORM 3200-HOLD-PAGE-HEADING-LINE
              EXIT PARAGRAPH
           END-IF.
           IF WS-PRINT-LINE = SPACES
              MOVE "F" TO WS-LINE-ACTION
           ELSE
              PERFORM 3100-FIND-RULE
           END-IF.
           EVALUATE TRUE
              WHEN LINE-IS-TITLE
                 MOVE WS-RULE-NEW-SECTION (WS-RULE-HIT)
                   TO WS-CURRENT-SECTION
                 MOVE 1 TO WS-SEC-BUF-COUNT
                 MOVE WS-PRINT-LINE TO WS-SEC-BUF-LINE (1)
                 MOVE "N" TO WS-SECTION-WRITTEN-SW WS-LAST-SENT-SW
              WHEN LINE-IS-COLUMN-HDG
                 IF WS-SEC-BUF-COUNT < 4
                    ADD 1 TO WS-SEC-BUF-COUNT
                    MOVE WS-PRINT-LINE
                      TO WS-SEC-BUF-LINE (WS-SEC-BUF-COUNT)
                 END-IF
                 MOVE "N" TO WS-SECTION-WRITTEN-SW WS-LAST-SENT-SW
              WHEN LINE-IS-KEYED
                 PERFORM 3300-ROUTE-KEYED-LINE
              WHEN LINE-IS-FOLLOW-ON
                 IF RECIPIENT-PASS AND LAST-LINE-SENT
                    PERFORM 3500-DELIVER-LINE
                 END-IF
              WHEN LINE-IS-WITHHELD
                 IF ANALYSIS-PASS
                    ADD 1 TO WS-RPT-WITHHELD
                 END-IF
                 MOVE "N" TO WS-LAST-SENT-SW
              WHEN OTHER
                 IF RECIPIENT-PASS AND RCP-GETS-WHOLE-REPORT
                    PERFORM 3500-DELIVER-LINE
                 ELSE
                    MOVE "N" TO WS-LAST-SENT-SW
                 END-IF
           END-EVALUATE.

       3100-FIND-RULE.
      * THE FIRST RULE FOR THIS REPORT AND SECTION THAT FITS THE LINE.
      * A LINE NO RULE FITS IS A GENERAL LINE.
           MOVE "G" TO WS-LINE-ACTION.
           MOVE 0 TO WS-RULE-HIT.
           perform varying WS-RULE-SUB from 1 by 1
              until WS-RULE-SUB > WS-RULE-COUNT
                 OR WS-RULE-HIT > 0
              IF WS-RULE-REPORT (WS-RULE-SUB) = WS-RPT-ID (WS-RPT-SUB)
                 AND WS-RULE-ACTION (WS-RULE-SUB) NOT = "E"
                 AND (WS-RULE-IN-SECTION (WS-RULE-SUB) = "**"
                      OR WS-RULE-IN-SECTION (WS-RULE-SUB) =
                         WS-CURRENT-SECTION)
                 IF WS-RULE-MATCH-LEN (WS-RULE-SUB) = 0
                    MOVE WS-RULE-SUB TO WS-RULE-HIT
                 ELSE
                    IF WS-PRINT-LINE (WS-RULE-MATCH-POS (WS-RULE-SUB):
                                      WS-RULE-MATCH-LEN (WS-RULE-SUB))
                       = WS-RULE-MATCH-TEXT (WS-RULE-SUB)
                         (1:WS-RULE-MATCH-LEN (WS-RULE-SUB))
                       MOVE WS-RULE-SUB TO WS-RULE-HIT
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.
           IF WS-RULE-HIT > 0
              MOVE WS-RULE-ACTION (WS-RULE-HIT) TO WS-LINE-ACTION
           END-IF.

       3200-HOLD-PAGE-HEADING-LINE.
      * THE HEADING ENDS AT THE REPORT'S LAST HEADING LINE - OR AFTER
      * TWELVE LINES, SHOULD THAT LINE EVER GO MISSING.
           IF WS-PAGE-BUF-COUNT < 12
              ADD 1 TO WS-PAGE-BUF-COUNT
              MOVE WS-PRINT-LINE TO WS-PAGE-BUF-LINE (WS-PAGE-BUF-COUNT)
           END-IF.
           IF WS-PAGE-BUF-COUNT NOT < 12
              MOVE "N" TO WS-HEADING-SW
              EXIT PARAGRAPH
           END-IF.
           perform varying WS-RULE-SUB from 1 by 1
              until WS-RULE-SUB > WS-RULE-COUNT
                 OR NOT IN-PAGE-HEADING
              IF WS-RULE-REPORT (WS-RULE-SUB) = WS-RPT-ID (WS-RPT-SUB)
                 AND WS-RULE-ACTION (WS-RULE-SUB) = "E"
                 IF WS-PRINT-LINE (WS-RULE-MATCH-POS (WS-RULE-SUB):
                                   WS-RULE-MATCH-LEN (WS-RULE-SUB))
                    = WS-RULE-MATCH-TEXT (WS-RULE-SUB)
                      (1:WS-RULE-MATCH-LEN (WS-RULE-SUB))
                    MOVE "N" TO WS-HEADING-SW
                 END-IF
              END-IF
           END-PERFORM.

       3300-ROUTE-KEYED-LINE.
      * A KEYED LINE GOES TO A RECIPIENT MAPPED TO ITS KEY OR TO THE
      * WHOLE REPORT - BUT A RESTRICTED ONE ONLY IF THE KEY IS THE
      * RECIPIENT'S OWN DEPARTMENT.  A RESTRICTED LINE WITH NO KEY
      * GOES NOWHERE; ANY OTHER UNKEYED LINE IS A GENERAL LINE.
           MOVE SPACES TO WS-KEY-VALUE.
           MOVE WS-PRINT-LINE (WS-RULE-KEY-POS (WS-RULE-HIT):
                               WS-RULE-KEY-LEN (WS-RULE-HIT))
             TO WS-KEY-VALUE.
           IF WS-KEY-VALUE = SPACES
              IF WS-RULE-RESTRICTED (WS-RULE-HIT) = "Y"
                 IF ANALYSIS-PASS
                    ADD 1 TO WS-RPT-WITHHELD
                 END-IF
                 MOVE "N" TO WS-LAST-SENT-SW
              ELSE
                 IF RECIPIENT-PASS AND RCP-GETS-WHOLE-REPORT
                    PERFORM 3500-DELIVER-LINE
                 ELSE
                    MOVE "N" TO WS-LAST-SENT-SW
                 END-IF
              END-IF
              EXIT PARAGRAPH
           END-IF.
           PERFORM 3350-FIND-SECTION-ENTRY.
           IF ANALYSIS-PASS
              IF WS-SEC-SUB > 0
                 ADD 1 TO TABLE-SEC-LINES (WS-SEC-SUB)
              END-IF
              EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-LAST-SENT-SW.
           SET RCP-NOT-MAPPED TO TRUE.
           perform varying WS-RCP-KEY-SUB from 1 by 1
              until WS-RCP-KEY-SUB > WS-RCP-KEY-COUNT
                 OR RCP-MAPPED-BY-KEY
              IF WS-RCP-KEY (WS-RCP-KEY-SUB) = WS-KEY-VALUE
                 SET RCP-MAPPED-BY-KEY TO TRUE
              END-IF
           END-PERFORM.
           IF RCP-NOT-MAPPED AND RCP-GETS-WHOLE-REPORT
              SET RCP-MAPPED-WHOLE TO TRUE
           END-IF.
           IF RCP-NOT-MAPPED
              EXIT PARAGRAPH
           END-IF.
           IF WS-RULE-RESTRICTED (WS-RULE-HIT) = "Y"
              AND WS-KEY-VALUE NOT = WS-RCP-DEPT
              ADD 1 TO WS-FILE-HELD
              IF RCP-MAPPED-BY-KEY
                 PERFORM 3600-BLOCK-RESTRICTED-LINE
              END-IF
              EXIT PARAGRAPH
           END-IF.
           PERFORM 3500-DELIVER-LINE.
           PERFORM 3550-TALLY-DELIVERED-SECTION.

       3350-FIND-SECTION-ENTRY.
      * THE KEYED SECTION THIS LINE BELONGS TO - ADDED ON THE FIRST
      * PASS THE FIRST TIME ITS SECTION AND KEY COME UP.
           IF WS-SEC-SUB > 0 AND WS-SEC-SUB NOT > WS-SEC-COUNT
              IF TABLE-SEC-CODE (WS-SEC-SUB) = WS-CURRENT-SECTION
                 AND TABLE-SEC-KEY (WS-SEC-SUB) = WS-KEY-VALUE
                 EXIT PARAGRAPH
              END-IF
           END-IF.
           perform varying WS-SEC-SUB from 1 by 1
              until WS-SEC-SUB > WS-SEC-COUNT
                 OR (TABLE-SEC-CODE (WS-SEC-SUB) = WS-CURRENT-SECTION
                     AND TABLE-SEC-KEY (WS-SEC-SUB) = WS-KEY-VALUE)
           END-PERFORM.
           IF WS-SEC-SUB > WS-SEC-COUNT
              IF ANALYSIS-PASS AND WS-SEC-COUNT < 2000
                 ADD 1 TO WS-SEC-COUNT
                 MOVE WS-SEC-COUNT TO WS-SEC-SUB
                 MOVE WS-CURRENT-SECTION TO TABLE-SEC-CODE (WS-SEC-SUB)
                 MOVE WS-KEY-VALUE       TO TABLE-SEC-KEY (WS-SEC-SUB)
                 MOVE 0 TO TABLE-SEC-LINES (WS-SEC-SUB)
                           TABLE-SEC-RECIPIENTS (WS-SEC-SUB)
                 MOVE "N" TO TABLE-SEC-BLOCKED (WS-SEC-SUB)
              ELSE
                 IF ANALYSIS-PASS
                    ADD 1 TO WS-SEC-OVERFLOW
                 END-IF
                 MOVE 0 TO WS-SEC-SUB
              END-IF
           END-IF.

       3500-DELIVER-LINE.
      * THE PAGE HEADING AND SECTION TITLE GO OUT AHEAD OF THE FIRST
      * LINE THE RECIPIENT GETS UNDER THEM.
           IF NOT BURST-FILE-OPEN
              OPEN OUTPUT BURST-FILE
              IF NOT GOOD-BURST-FILE
                 DISPLAY "BURSTRB: CANNOT WRITE " WS-BURST-FILE-PATH
                 MOVE 8 TO RETURN-CODE
                 MOVE "N" TO WS-LAST-SENT-SW
                 EXIT PARAGRAPH
              END-IF
              SET BURST-FILE-OPEN TO TRUE
           END-IF.
           IF NOT PAGE-HEADING-WRITTEN
              perform varying WS-BUF-SUB from 1 by 1
                 until WS-BUF-SUB > WS-PAGE-BUF-COUNT
                 IF WS-BUF-SUB = 1
                    WRITE BURST-RECORD FROM WS-PAGE-BUF-LINE (1)
                      after advancing page
                 ELSE
                    WRITE BURST-RECORD
                     FROM WS-PAGE-BUF-LINE (WS-BUF-SUB)
                      after advancing 01 lines
                 END-IF
              END-PERFORM
              ADD 1 TO WS-FILE-PAGES
              SET PAGE-HEADING-WRITTEN TO TRUE
              MOVE "N" TO WS-LAST-BLANK-SW
           END-IF.
      * A TITLE IS SET OFF BY A BLANK LINE, UNLESS ONE WAS JUST SENT.
           IF NOT SECTION-HEADING-WRITTEN
              perform varying WS-BUF-SUB from 1 by 1
                 until WS-BUF-SUB > WS-SEC-BUF-COUNT
                 IF WS-BUF-SUB = 1 AND NOT LAST-WRITTEN-BLANK
                    WRITE BURST-RECORD FROM WS-SEC-BUF-LINE (1)
                      after advancing 02 lines
                 ELSE
                    WRITE BURST-RECORD
                     FROM WS-SEC-BUF-LINE (WS-BUF-SUB)
                      after advancing 01 lines
                 END-IF
              END-PERFORM
              SET SECTION-HEADING-WRITTEN TO TRUE
           END-IF.
           WRITE BURST-RECORD FROM WS-PRINT-LINE
             after advancing 01 lines.
           ADD 1 TO WS-FILE-LINES WS-RECORDS-WRITTEN.
           SET LAST-LINE-SENT TO TRUE.
           IF WS-PRINT-LINE = SPACES
              SET LAST-WRITTEN-BLANK TO TRUE
           ELSE
              MOVE "N" TO WS-LAST-BLANK-SW
           END-IF.

       3550-TALLY-DELIVERED-SECTION.
      * THE FIRST LINE OF A SECTION A RECIPIENT GETS COUNTS THEM
      * AGAINST THE SECTION.
           perform varying WS-DLV-SUB from 1 by 1
              until WS-DLV-SUB > WS-DLV-COUNT
                 OR (TABLE-DLV-CODE (WS-DLV-SUB) = WS-CURRENT-SECTION
                     AND TABLE-DLV-KEY (WS-DLV-SUB) = WS-KEY-VALUE)
           END-PERFORM.
           IF WS-DLV-SUB > WS-DLV-COUNT
              IF WS-DLV-COUNT NOT < 500
                 EXIT PARAGRAPH
              END-IF
              ADD 1 TO WS-DLV-COUNT
              MOVE WS-CURRENT-SECTION TO TABLE-DLV-CODE (WS-DLV-SUB)
              MOVE WS-KEY-VALUE       TO TABLE-DLV-KEY (WS-DLV-SUB)
              MOVE 0                  TO TABLE-DLV-LINES (WS-DLV-SUB)
              IF WS-SEC-SUB > 0
                 ADD 1 TO TABLE-SEC-RECIPIENTS (WS-SEC-SUB)
              END-IF
           END-IF.
           ADD 1 TO TABLE-DLV-LINES (WS-DLV-SUB).

       3600-BLOCK-RESTRICTED-LINE.
      * THE RECIPIENT IS MAPPED TO ANOTHER DEPARTMENT'S PAY - NOTHING
      * IS SENT, AND THE MANIFEST SAYS SO.
           perform varying WS-BLK-SUB from 1 by 1
              until WS-BLK-SUB > WS-BLK-COUNT
                 OR (TABLE-BLK-CODE (WS-BLK-SUB) = WS-CURRENT-SECTION
                     AND TABLE-BLK-KEY (WS-BLK-SUB) = WS-KEY-VALUE)
           END-PERFORM.
           IF WS-BLK-SUB > WS-BLK-COUNT
              IF WS-BLK-COUNT NOT < 200
                 EXIT PARAGRAPH
              END-IF
              ADD 1 TO WS-BLK-COUNT
              MOVE WS-CURRENT-SECTION TO TABLE-BLK-CODE (WS-BLK-SUB)
              MOVE WS-KEY-VALUE       TO TABLE-BLK-KEY (WS-BLK-SUB)
              MOVE 0                  TO TABLE-BLK-LINES (WS-BLK-SUB)
           END-IF.
           ADD 1 TO TABLE-BLK-LINES (WS-BLK-SUB).
           IF WS-SEC-SUB > 0
              MOVE "Y" TO TABLE-SEC-BLOCKED (WS-SEC-SUB)
           END-IF.

       4000-LIST-RECIPIENT-FILE.
      * ONE LINE PER BURST FILE, THEN EACH SECTION IN IT AND EACH
      * RESTRICTED SECTION HELD BACK FROM IT.
           MOVE WS-RCP-ID    TO DTL-RECIPIENT.
           MOVE WS-RCP-NAME  TO DTL-NAME.
           IF BURST-FILE-OPEN
              MOVE WS-BURST-FILE-NAME TO DTL-FILE
           ELSE
              MOVE "(NOTHING TO SEND)" TO DTL-FILE
           END-IF.
           MOVE WS-FILE-PAGES TO DTL-PAGES.
           MOVE WS-DLV-COUNT  TO DTL-SECTIONS.
           MOVE WS-FILE-LINES TO DTL-LINES.
           MOVE WS-FILE-HELD  TO DTL-HELD.
           MOVE DETAIL-LINE-FILE TO WS-MANIFEST-LINE.
           PERFORM 7000-WRITE-MANIFEST-LINE.
           ADD WS-FILE-PAGES TO WS-TOTAL-PAGES.
           ADD WS-FILE-LINES TO WS-TOTAL-LINES.
           ADD WS-FILE-HELD  TO WS-TOTAL-HELD.
           perform varying WS-DLV-SUB from 1 by 1
              until WS-DLV-SUB > WS-DLV-COUNT
              MOVE TABLE-DLV-CODE (WS-DLV-SUB) TO WS-CURRENT-SECTION
              PERFORM 4500-GET-SECTION-NAME
              MOVE WS-SECTION-NAME              TO SEC-DTL-NAME
              MOVE TABLE-DLV-KEY (WS-DLV-SUB)   TO SEC-DTL-KEY
              MOVE TABLE-DLV-LINES (WS-DLV-SUB) TO SEC-DTL-LINES
              MOVE SPACES                       TO SEC-DTL-NOTE
              MOVE DETAIL-LINE-SECTION TO WS-MANIFEST-LINE
              PERFORM 7000-WRITE-MANIFEST-LINE
           END-PERFORM.
           perform varying WS-BLK-SUB from 1 by 1
              until WS-BLK-SUB > WS-BLK-COUNT
              MOVE TABLE-BLK-CODE (WS-BLK-SUB) TO WS-CURRENT-SECTION
              PERFORM 4500-GET-SECTION-NAME
              MOVE WS-SECTION-NAME              TO SEC-DTL-NAME
              MOVE TABLE-BLK-KEY (WS-BLK-SUB)   TO SEC-DTL-KEY
              MOVE TABLE-BLK-LINES (WS-BLK-SUB) TO SEC-DTL-LINES
              MOVE SPACES TO SEC-DTL-NOTE
              STRING "*** RESTRICTED - NOT SENT (DEPT "
                     DELIMITED BY SIZE
                     WS-RCP-DEPT DELIMITED BY SIZE
                     ")" DELIMITED BY SIZE
                     INTO SEC-DTL-NOTE
              MOVE DETAIL-LINE-SECTION TO WS-MANIFEST-LINE
              PERFORM 7000-WRITE-MANIFEST-LINE
              ADD 1 TO WS-TOTAL-BLOCKED
              MOVE 4 TO RETURN-CODE
              DISPLAY "BURSTRB: RESTRICTED - NOT SENT: " WS-RCP-ID
                  " " WS-RPT-ID (WS-RPT-SUB) " "
                  TABLE-BLK-KEY (WS-BLK-SUB)
           END-PERFORM.

       4500-GET-SECTION-NAME.
           MOVE WS-CURRENT-SECTION TO WS-SECTION-NAME.
           perform varying WS-SNM-SUB from 1 by 1
              until WS-SNM-SUB > WS-SNM-COUNT
              IF WS-SNM-REPORT (WS-SNM-SUB) = WS-RPT-ID (WS-RPT-SUB)
                 AND WS-SNM-CODE (WS-SNM-SUB) = WS-CURRENT-SECTION
                 MOVE WS-SNM-NAME (WS-SNM-SUB) TO WS-SECTION-NAME
              END-IF
           END-PERFORM.

       7000-WRITE-MANIFEST-LINE.
           add 1 to WS-LINE-COUNT.
           if WS-LINE-COUNT > 50
              PERFORM 8000-WRITE-HEADINGS
           end-if.
           write DIST-MANIFEST-RECORD from WS-MANIFEST-LINE
             after advancing 01 lines.

       7500-WRITE-NOTE-LINE.
           MOVE DETAIL-LINE-NOTE TO WS-MANIFEST-LINE.
           PERFORM 7000-WRITE-MANIFEST-LINE.

       8000-WRITE-HEADINGS.
           add 1 to WS-PAGE-COUNT.
           move WS-PAGE-COUNT TO PAGE-HDG-01-PAGE.
           WRITE DIST-MANIFEST-RECORD FROM WS-REPORT-RULER
             after advancing page.
           WRITE DIST-MANIFEST-RECORD
            FROM PAGE-HDG-01 after advancing 01 LINES.
           WRITE DIST-MANIFEST-RECORD
            FROM PAGE-HDG-02 after advancing 01 LINES.
           WRITE DIST-MANIFEST-RECORD
            FROM PAGE-HDG-03 after advancing 01 LINES.
           WRITE DIST-MANIFEST-RECORD
            FROM PAGE-HDG-04 AFTER ADVANCING 02 LINES.
           MOVE 5 TO WS-LINE-COUNT.

       9000-CREATE-REPORT-TOTAL-LINES.
           MOVE WS-TOTAL-REPORTS  TO TOT1-REPORTS.
           MOVE WS-TOTAL-FILES    TO TOT1-FILES.
           MOVE WS-TOTAL-PAGES    TO TOT1-PAGES.
           MOVE WS-TOTAL-LINES    TO TOT1-LINES.
           MOVE WS-TOTAL-BLOCKED  TO TOT2-BLOCKED.
           MOVE WS-TOTAL-HELD     TO TOT2-HELD.
           MOVE WS-TOTAL-UNROUTED TO TOT2-UNROUTED.
           MOVE WS-DIST-REJECTED  TO TOT2-REJECTED.
           write DIST-MANIFEST-RECORD from DETAIL-LINE-LINE
             AFTER ADVANCING 01 LINES.
           write DIST-MANIFEST-RECORD from TOTALS-LINE-1
             AFTER ADVANCING 02 LINES.
           write DIST-MANIFEST-RECORD from TOTALS-LINE-2
             AFTER ADVANCING 01 LINES.
           write DIST-MANIFEST-RECORD from WS-REPORT-RULER
             after advancing 02 LINES.

       9900-WRITE-AUDIT-RECORD.
      * APPEND ONE SUMMARY LINE FOR THIS RUN TO THE SHARED OPERATIONS
      * AUDIT TRAIL, MIRRORING THE PROGRAM TOTALS DISPLAYED ABOVE.
           ACCEPT WS-RUN-TIME FROM TIME.
           MOVE "BURSTRB"            TO AUD-PROGRAM-NAME.
           MOVE WS-RUN-DATE          TO AUD-RUN-DATE.
           MOVE WS-RUN-TIME          TO AUD-RUN-TIME.
           MOVE WS-RECORDS-READ      TO AUD-RECORDS-READ.
           MOVE WS-RECORDS-WRITTEN   TO AUD-RECORDS-WRITTEN.
           MOVE WS-TOTAL-FILES       TO WS-AUDIT-FILES.
           MOVE WS-TOTAL-BLOCKED     TO WS-AUDIT-HELD.
           MOVE SPACES               TO AUD-KEY-TOTALS.
           STRING "FILES=" WS-AUDIT-FILES " BLOCKED=" WS-AUDIT-HELD
                  DELIMITED BY SIZE INTO AUD-KEY-TOTALS.
           MOVE SGN-USER-ID          TO AUD-USER-ID.
           IF RETURN-CODE = 0
              MOVE "OK" TO AUD-COMPLETION-STATUS
           ELSE
              MOVE "ER" TO AUD-COMPLETION-STATUS
           END-IF.
           WRITE AUDIT-TRAIL-RECORD FROM AUDIT-TRAIL-LINE.
