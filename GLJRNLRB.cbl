       IDENTIFICATION DIVISION.
       PROGRAM-ID.    GLJRNLRB.
       AUTHOR.        RYAN BROOKS
      * GENERAL LEDGER MANUAL JOURNAL ENTRY.  PAYRPTRB, MATHSHPS,
      * CASHAPRB, AND PAYACRRB WRITE THEIR OWN POSTINGS, BUT THE
      * ACCOUNTANT'S ENTRIES - ACCRUALS, RECLASSES, DEPRECIATION,
      * BANK FEES - HAD NO WAY INTO THE LEDGER.  THIS PROGRAM READS
      * THE KEYED JOURNAL FILE (JRNLENT.DAT), EDITS EACH JOURNAL
      * WHOLE, AND APPENDS THE ACCEPTED ONES TO GLPOST.DAT FOR
      * GLPOSTRB.  THE LINES OF ONE JOURNAL ARE KEYED TOGETHER UNDER
      * ONE JOURNAL ID.
      *
      * A JOURNAL IS REJECTED OUTRIGHT - NO LINE OF IT POSTS - WHEN
      * ANY LINE'S ACCOUNT IS NOT ON THE CHART (GLCHART.DAT), ITS
      * DEBIT/CREDIT CODE OR AMOUNT IS BAD, ITS PERIOD IS NOT A
      * FISCAL PERIOD OR HAS BEEN CLOSED BY MONTH-END (GLPERIOD.DAT),
      * OR ITS DEBITS DO NOT EQUAL ITS CREDITS.  A BLANK PERIOD
      * TAKES THE CURRENT ONE (GLJRNLRB-PERIOD, DEFAULTING TO THE
      * FISCAL PERIOD OF TODAY).
      *
      * NOBODY POSTS TO THE BOOKS ALONE: THE KEYED FILE IS APPLIED
      * ONLY UNDER AN OPERATOR SIGNED ON THROUGH OPSIGNRB AND
      * AUTHORIZED FOR GLJRNLRB, PLUS A SECOND, DIFFERENT AUTHORIZED
      * OPERATOR NAMED IN GLJRNLRB-APPROVER-ID.  BOTH ARE CHECKED
      * BEFORE ANYTHING IS READ, AND BOTH GO ON THE AUDIT TRAIL.
      *
      * RECURRING JOURNALS: A JOURNAL KEYED WITH FLAG R ON ITS LINES
      * POSTS AS USUAL AND IS ALSO KEPT ON THE RECURRING MASTER
      * (GLRECUR.DAT).  ONCE THE KEYED JOURNALS ARE APPLIED, EACH
      * RECURRING JOURNAL IS GENERATED FOR THE CURRENT PERIOD IF IT
      * HAS NOT POSTED THERE - THE APPROVAL GIVEN WHEN IT WAS KEYED
      * STANDS.  KEYING
      * A JOURNAL ID WITH FLAG X ENDS THAT RECURRING JOURNAL.  WITH
      * NO KEYED FILE, OR GLJRNLRB-RECURRING-ONLY=Y (AS MONTHENDRB
      * RUNS IT), ONLY THE RECURRING JOURNALS ARE GENERATED AND NO
      * SIGN-ON IS NEEDED.  AN APPLIED KEYED FILE IS RENAMED ASIDE
      * (<PATH>.P<YYMMDDHHMM>) SO IT CANNOT POST TWICE.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOURNAL-ENTRY-FILE ASSIGN DYNAMIC
                 WS-JOURNAL-ENTRY-PATH
             organization is line sequential
             file status is WS-JOURNAL-ENTRY-STATUS.
           SELECT GL-CHART-FILE ASSIGN DYNAMIC
                 WS-GL-CHART-PATH
             organization is line sequential
             file status is WS-GL-CHART-STATUS.
           SELECT PERIOD-STATUS-FILE ASSIGN DYNAMIC
                 WS-PERIOD-STATUS-PATH
             organization is line sequential
             file status is WS-PERIOD-STATUS-STATUS.
           SELECT RECURRING-FILE ASSIGN DYNAMIC
                 WS-RECURRING-PATH
             organization is line sequential
             file status is WS-RECURRING-STATUS.
           SELECT GL-POSTING-FILE ASSIGN DYNAMIC
                 WS-GL-POSTING-PATH
             organization is line sequential
             file status is WS-GL-POSTING-STATUS.
           SELECT JOURNAL-LISTING
             ASSIGN DYNAMIC WS-JOURNAL-LISTING-PATH
             organization is LINE sequential
             file status is WS-JOURNAL-LISTING-STATUS.
           SELECT AUDIT-TRAIL-FILE ASSIGN DYNAMIC
                 WS-AUDIT-TRAIL-PATH
             organization is line sequential
             file status is WS-AUDIT-TRAIL-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  JOURNAL-ENTRY-FILE
           RECORDING MODE IS F
           DATA RECORD IS JOURNAL-ENTRY-RECORD.
       01 JOURNAL-ENTRY-RECORD.
           05  JE-JOURNAL-ID            PIC X(08).
           05  JE-ACCOUNT               PIC X(08).
           05  JE-DR-CR                 PIC X(01).
           05  JE-AMOUNT                PIC 9(09)V99.
           05  JE-DESCRIPTION           PIC X(24).
           05  JE-PERIOD                PIC X(06).
           05  JE-RECURRING-FLAG        PIC X(01).
               88 JE-ONE-TIME              VALUE SPACE.
               88 JE-RECURRING             VALUE "R".
               88 JE-END-RECURRING         VALUE "X".

       FD  GL-CHART-FILE
           RECORDING MODE IS F
           DATA RECORD IS GL-CHART-RECORD.
       01 GL-CHART-RECORD.
           05  GLC-ACCOUNT              PIC X(08).
           05  FILLER                   PIC X(01).
           05  GLC-NAME                 PIC X(30).
           05  FILLER                   PIC X(01).
           05  GLC-TYPE                 PIC X(01).

       FD  PERIOD-STATUS-FILE
           RECORDING MODE IS F
           DATA RECORD IS PERIOD-STATUS-RECORD.
      * SAME LAYOUT GLPCLSRB KEEPS.
       01 PERIOD-STATUS-RECORD.
           05  GLS-PERIOD               PIC X(06).
           05  GLS-STATUS               PIC X(01).
               88 GLS-PERIOD-CLOSED        VALUE "C".
           05  GLS-CHANGED-DATE         PIC X(08).
           05  GLS-CHANGED-TIME         PIC X(08).
           05  GLS-CHANGED-BY           PIC X(08).

       FD  RECURRING-FILE
           RECORDING MODE IS F
           DATA RECORD IS RECURRING-RECORD.
      * ONE ROW PER LINE OF EACH RECURRING JOURNAL, WITH THE LAST
      * PERIOD IT POSTED TO AND WHO KEYED AND APPROVED IT.
       01 RECURRING-RECORD.
           05  REC-JOURNAL-ID           PIC X(08).
           05  REC-ACCOUNT              PIC X(08).
           05  REC-DR-CR                PIC X(01).
           05  REC-AMOUNT               PIC 9(09)V99.
           05  REC-DESCRIPTION          PIC X(24).
           05  REC-LAST-PERIOD          PIC X(06).
           05  REC-ENTERED-BY           PIC X(08).
           05  REC-APPROVED-BY          PIC X(08).

       FD  GL-POSTING-FILE
           RECORDING MODE IS F
           DATA RECORD IS GL-POSTING-RECORD.
      * SAME POSTING LINE EVERY POSTING PROGRAM WRITES.
       01 GL-POSTING-RECORD.
           05  GLP-ACCOUNT              PIC X(08).
           05  GLP-DR-CR                PIC X(01).
           05  GLP-AMOUNT               PIC 9(09)V99.
           05  GLP-DESCRIPTION          PIC X(24).
           05  GLP-RUN-DATE             PIC X(06).
           05  GLP-PERIOD               PIC X(06).

       FD  JOURNAL-LISTING
           RECORDING MODE IS F
           DATA RECORD IS JOURNAL-LISTING-RECORD.
       01 JOURNAL-LISTING-RECORD         PIC X(133).

       FD  AUDIT-TRAIL-FILE
           RECORDING MODE IS F
           DATA RECORD IS AUDIT-TRAIL-RECORD.
       01 AUDIT-TRAIL-RECORD             PIC X(89).

       WORKING-STORAGE SECTION.
      * FILE PATHS - DEFAULT TO THE PATHS BELOW, BUT CAN BE OVERRIDDEN
      * AT RUN TIME BY SETTING THE MATCHING ENVIRONMENT VARIABLE
      * BEFORE STARTING THE PROGRAM (SEE 0500-GET-FILE-PATHS):
        01 WS-FILE-PATHS.
           05 WS-JOURNAL-ENTRY-PATH     PIC X(80)
                VALUE "C:\Users\Ryan\Desktop\JRNLENT.DAT".
           05 WS-GL-CHART-PATH          PIC X(80)
                VALUE "C:\Users\Ryan\Desktop\GLCHART.DAT".
           05 WS-PERIOD-STATUS-PATH     PIC X(80)
                VALUE "C:\Users\Ryan\Desktop\GLPERIOD.DAT".
           05 WS-RECURRING-PATH         PIC X(80)
                VALUE "C:\Users\Ryan\Desktop\GLRECUR.DAT".
           05 WS-GL-POSTING-PATH        PIC X(80)
                VALUE "C:\Users\Ryan\Desktop\GLPOST.DAT".
           05 WS-JOURNAL-LISTING-PATH   PIC X(80)
                VALUE "C:\Users\Ryan\Desktop\GLJRNENT.rpt".
           05 WS-AUDIT-TRAIL-PATH       PIC X(80)
                VALUE "C:\Users\Ryan\Desktop\OPS-AUDIT-TRAIL.LOG".
           05 WS-ENV-PATH-OVERRIDE      PIC X(80).
        01 WS-APPLIED-ASIDE-PATH        PIC X(80) VALUE SPACES.

      * File status
        COPY "FILESTAT.cpy" REPLACING
            ==STATUS-FIELD==   BY ==WS-JOURNAL-ENTRY-STATUS==
            ==STATUS-OK==      BY ==JOURNAL-ENTRY-SUCCESSFUL==
            ==STATUS-EOF==     BY ==END-OF-JOURNAL-ENTRY==
            ==STATUS-INVALID== BY ==INVALID-VALUE-IN-FILE==.
        01 WS-GL-CHART-STATUS           pic X(02).
           88 GL-CHART-SUCCESSFUL          VALUE "00".
           88 END-OF-GL-CHART              VALUE "10".
        01 WS-PERIOD-STATUS-STATUS      pic X(02).
           88 PERIOD-STATUS-SUCCESSFUL     VALUE "00".
           88 END-OF-PERIOD-STATUS         VALUE "10".
        01 WS-RECURRING-STATUS          pic X(02).
           88 RECURRING-SUCCESSFUL         VALUE "00".
           88 END-OF-RECURRING             VALUE "10".
           88 GOOD-RECURRING-WRITE         VALUE "00".
        01 WS-GL-POSTING-STATUS         pic X(02).
           88 GOOD-GL-POSTING-WRITE        VALUE "00".
        01 WS-JOURNAL-LISTING-STATUS    pic X(02).
           88 GOOD-LISTING-WRITE           VALUE "00".
        01 WS-AUDIT-TRAIL-STATUS        pic X(02).
           88 GOOD-AUDIT-TRAIL-WRITE       VALUE "00".

        COPY "SIGNON.cpy".
        COPY "DATEFUN.cpy".

      * THE KEYING OPERATOR AND THE SECOND, APPROVING OPERATOR.
        01 WS-ENTERED-BY                PIC X(08) VALUE SPACES.
        01 WS-APPROVED-BY               PIC X(08) VALUE SPACES.
        01 WS-ENV-STAGING               PIC X(10) VALUE SPACES.
        01 WS-RECURRING-ONLY-SW         PIC X(01) VALUE "N".
           88 RECURRING-ONLY-RUN           VALUE "Y".
        01 WS-ENTRY-FILE-SW             PIC X(01) VALUE "N".
           88 KEYED-FILE-PRESENT           VALUE "Y".

      * THE CHART OF ACCOUNTS.
        01 WS-CHART-COUNT               PIC 9(03) COMP VALUE 0.
        01 WS-CHART-TABLE.
           05 WS-CHART-ENTRY OCCURS 0 TO 500 TIMES
                DEPENDING ON WS-CHART-COUNT.
              10 TABLE-GLC-ACCOUNT      PIC X(08).
              10 TABLE-GLC-NAME         PIC X(30).
        01 WS-CHART-SUB                 PIC 9(03) COMP VALUE 0.

      * THE PERIODS MONTH-END HAS CLOSED.
        01 WS-CLOSED-COUNT              PIC 9(04) COMP VALUE 0.
        01 WS-CLOSED-TABLE.
           05 WS-CLOSED-ENTRY OCCURS 0 TO 1200 TIMES
                DEPENDING ON WS-CLOSED-COUNT.
              10 TABLE-CLOSED-PERIOD    PIC X(06).
        01 WS-CLOSED-SUB                PIC 9(04) COMP VALUE 0.

      * THE RECURRING MASTER, LOADED WHOLE AND REWRITTEN WHOLE.  AN
      * ENDED JOURNAL'S ROWS ARE MARKED AND DROPPED ON THE REWRITE.
        01 WS-REC-COUNT                 PIC 9(04) COMP VALUE 0.
        01 WS-REC-TABLE.
           05 WS-REC-ENTRY OCCURS 0 TO 1000 TIMES
                DEPENDING ON WS-REC-COUNT.
              10 TABLE-REC-JOURNAL-ID   PIC X(08).
              10 TABLE-REC-ACCOUNT      PIC X(08).
              10 TABLE-REC-DR-CR        PIC X(01).
              10 TABLE-REC-AMOUNT       PIC 9(09)V99.
              10 TABLE-REC-DESCRIPTION  PIC X(24).
              10 TABLE-REC-LAST-PERIOD  PIC X(06).
              10 TABLE-REC-ENTERED-BY   PIC X(08).
              10 TABLE-REC-APPROVED-BY  PIC X(08).
              10 TABLE-REC-ENDED-SW     PIC X(01).
                 88 TABLE-REC-ENDED        VALUE "Y".
        01 WS-REC-SUB                   PIC 9(04) COMP VALUE 0.
        01 WS-REC-FIRST                 PIC 9(04) COMP VALUE 0.
        01 WS-REC-LAST                  PIC 9(04) COMP VALUE 0.

      * THE KEYED JOURNAL FILE, HELD WHOLE SO EACH JOURNAL CAN BE
      * EDITED END TO END BEFORE ANY LINE OF IT POSTS.
        01 WS-ENTRY-COUNT               PIC 9(04) COMP VALUE 0.
        01 WS-ENTRY-TABLE.
           05 WS-ENTRY-ENTRY OCCURS 0 TO 2000 TIMES
                DEPENDING ON WS-ENTRY-COUNT.
              10 TABLE-ENT-IMAGE        PIC X(59).
        01 WS-ENTRY-SUB                 PIC 9(04) COMP VALUE 0.
        01 WS-JRN-FIRST                 PIC 9(04) COMP VALUE 0.
        01 WS-JRN-LAST                  PIC 9(04) COMP VALUE 0.

      * ONE JOURNAL BEING EDITED.
        01 WS-JOURNAL-ID                PIC X(08) VALUE SPACES.
        01 WS-JOURNAL-DEBITS            PIC 9(11)V99 VALUE 0.
        01 WS-JOURNAL-CREDITS           PIC 9(11)V99 VALUE 0.
        01 WS-REJECT-REASON             PIC X(40) VALUE SPACES.
        01 WS-LINE-NOTE                 PIC X(14) VALUE SPACES.
        01 WS-LINE-PERIOD.
           05 WS-LINE-CCYY              PIC X(04).
           05 WS-LINE-PP                PIC X(02).
        01 WS-CURRENT-PERIOD            PIC X(06) VALUE SPACES.
        01 WS-CURRENT-CLOSED-SW         PIC X(01) VALUE "N".
           88 CURRENT-PERIOD-CLOSED        VALUE "Y".

        01 WS-JOURNALS-READ             PIC 9(05) VALUE 0.
        01 WS-JOURNALS-POSTED           PIC 9(05) VALUE 0.
        01 WS-JOURNALS-REJECTED         PIC 9(05) VALUE 0.
        01 WS-JOURNALS-GENERATED        PIC 9(05) VALUE 0.
        01 WS-LINES-READ                PIC 9(05) VALUE 0.
        01 WS-LINES-APPENDED            PIC 9(05) VALUE 0.
        01 WS-RENAME-RESULT             PIC 9(09) COMP-5 VALUE 0.
        01 WS-RUN-DATE                  PIC X(08).
        01 WS-RUN-TIME                  PIC 9(08) VALUE 0.
        COPY "AUDITTRL.cpy".

       01  PAGE-HDG-01.
           05 PAGE-HDG-01-CC         PIC X(01) VALUE SPACE.
           05 FILLER                 PIC X(45) VALUE SPACES.
           05 FILLER                 PIC X(37)
              VALUE "GENERAL LEDGER JOURNAL ENTRY LISTING".
           05 FILLER                 PIC X(22) VALUE SPACES.
           05 FILLER                 PIC X(06) VALUE "PAGE: ".
           05 PAGE-HDG-01-PAGE       PIC ZZ9.
       01  PAGE-HDG-02.
           05 PAGE-HDG-02-CC         PIC X(01) VALUE SPACE.
           05 FILLER                 PIC X(12) VALUE "ENTERED BY: ".
           05 PAGE-HDG-02-ENTERED    PIC X(08).
           05 FILLER                 PIC X(04) VALUE SPACES.
           05 FILLER                 PIC X(13) VALUE "APPROVED BY: ".
           05 PAGE-HDG-02-APPROVED   PIC X(08).
           05 FILLER                 PIC X(11) VALUE SPACES.
           05 FILLER                 PIC X(10) VALUE "RUN DATE: ".
           05 PAGE-HDG-02-DATE       PIC XX/XX/XXXX.
           05 FILLER                 PIC X(04) VALUE SPACES.
           05 FILLER                 PIC X(16)
              VALUE "CURRENT PERIOD: ".
           05 PAGE-HDG-02-PERIOD     PIC X(06).
       01  PAGE-HDG-03.
           05 PAGE-HDG-03-CC         PIC X(01) VALUE SPACE.
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 FILLER                 PIC X(10) VALUE "JOURNAL   ".
           05 FILLER                 PIC X(10) VALUE "ACCOUNT   ".
           05 FILLER                 PIC X(32) VALUE "ACCOUNT NAME".
           05 FILLER                 PIC X(07) VALUE "PERIOD ".
           05 FILLER                 PIC X(16)
              VALUE "           DEBIT".
           05 FILLER                 PIC X(16)
              VALUE "          CREDIT".
           05 FILLER                 PIC X(26) VALUE "  DESCRIPTION".
           05 FILLER                 PIC X(14) VALUE "LINE NOTE".

       01  DETAIL-LINE-JOURNAL.
           05 DTL-CC                 PIC X(01) VALUE SPACE.
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 DTL-JOURNAL-ID         PIC X(08).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 DTL-ACCOUNT            PIC X(08).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 DTL-ACCT-NAME          PIC X(30).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 DTL-PERIOD             PIC X(06).
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 DTL-DEBIT              PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 DTL-CREDIT             PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 DTL-DESCRIPTION        PIC X(24).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 DTL-LINE-NOTE          PIC X(14).

       01  JOURNAL-TOTAL-LINE.
           05 JTL-CC                 PIC X(01) VALUE SPACE.
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 FILLER                 PIC X(08) VALUE "JOURNAL ".
           05 JTL-JOURNAL-ID         PIC X(08).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 FILLER                 PIC X(41) VALUE "TOTALS".
           05 JTL-DEBITS             PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 JTL-CREDITS            PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 JTL-VERDICT            PIC X(40).

       01  TOTALS-LINE.
           05 TOTAL-LINE-CC          PIC X(01) VALUE SPACE.
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 FILLER                 PIC X(15) VALUE "JOURNALS READ: ".
           05 TOTAL-READ             PIC ZZ,ZZ9.
           05 FILLER                 PIC X(04) VALUE SPACES.
           05 FILLER                 PIC X(08) VALUE "POSTED: ".
           05 TOTAL-POSTED           PIC ZZ,ZZ9.
           05 FILLER                 PIC X(04) VALUE SPACES.
           05 FILLER                 PIC X(10) VALUE "REJECTED: ".
           05 TOTAL-REJECTED         PIC ZZ,ZZ9.
           05 FILLER                 PIC X(04) VALUE SPACES.
           05 FILLER                 PIC X(21)
              VALUE "RECURRING GENERATED: ".
           05 TOTAL-GENERATED        PIC ZZ,ZZ9.
           05 FILLER                 PIC X(04) VALUE SPACES.
           05 FILLER                 PIC X(23)
              VALUE "POSTING LINES WRITTEN: ".
           05 TOTAL-APPENDED         PIC ZZ,ZZ9.

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

           DISPLAY "GLJRNLRB FOR RYAN BROOKS".

           PERFORM 1000-INITIALIZE.

           MOVE 1 TO WS-JRN-FIRST.
           perform until WS-JRN-FIRST > WS-ENTRY-COUNT
              perform 3000-PROCESS-JOURNAL THRU 3000-EXIT
           END-PERFORM.

           PERFORM 4000-GENERATE-RECURRING THRU 4000-EXIT.

           close GL-POSTING-FILE.

           PERFORM 9600-WRITE-RECURRING-FILE.
           IF WS-LINES-READ > 0
              PERFORM 9650-SET-APPLIED-ASIDE
           END-IF.
           perform 9000-CREATE-LISTING-TOTAL-LINE.

           display "JOURNALS READ:               " WS-JOURNALS-READ.
           display "JOURNALS POSTED:             " WS-JOURNALS-POSTED.
           display "JOURNALS REJECTED:           "
               WS-JOURNALS-REJECTED.
           display "RECURRING JOURNALS GENERATED:"
               WS-JOURNALS-GENERATED.
           display "POSTING LINES WRITTEN:       " WS-LINES-APPENDED.

           PERFORM 9900-WRITE-AUDIT-RECORD.

           close JOURNAL-LISTING
                 AUDIT-TRAIL-FILE.

           GOBACK.

       0500-GET-FILE-PATHS.
      * OVERRIDE THE DEFAULT FILE PATHS IF THE MATCHING ENVIRONMENT
      * VARIABLE HAS BEEN SET:
           ACCEPT WS-ENV-PATH-OVERRIDE FROM ENVIRONMENT
                  "GLJRNLRB-JOURNAL-ENTRY-FILE".
           IF WS-ENV-PATH-OVERRIDE NOT = SPACES
              MOVE WS-ENV-PATH-OVERRIDE TO WS-JOURNAL-ENTRY-PATH
           END-IF.
           ACCEPT WS-ENV-PATH-OVERRIDE FROM ENVIRONMENT
                  "GLJRNLRB-GL-CHART-FILE".
           IF WS-ENV-PATH-OVERRIDE NOT = SPACES
              MOVE WS-ENV-PATH-OVERRIDE TO WS-GL-CHART-PATH
           END-IF.
           ACCEPT WS-ENV-PATH-OVERRIDE FROM ENVIRONMENT
                  "GLJRNLRB-PERIOD-STATUS-FILE".
           IF WS-ENV-PATH-OVERRIDE NOT = SPACES
              MOVE WS-ENV-PATH-OVERRIDE TO WS-PERIOD-STATUS-PATH
           END-IF.
           ACCEPT WS-ENV-PATH-OVERRIDE FROM ENVIRONMENT
                  "GLJRNLRB-RECURRING-FILE".
           IF WS-ENV-PATH-OVERRIDE NOT = SPACES
              MOVE WS-ENV-PATH-OVERRIDE TO WS-RECURRING-PATH
           END-IF.
           ACCEPT WS-ENV-PATH-OVERRIDE FROM ENVIRONMENT
                  "GLJRNLRB-GL-POSTING-FILE".
           IF WS-ENV-PATH-OVERRIDE NOT = SPACES
              MOVE WS-ENV-PATH-OVERRIDE TO WS-GL-POSTING-PATH
           END-IF.
           ACCEPT WS-ENV-PATH-OVERRIDE FROM ENVIRONMENT
                  "GLJRNLRB-JOURNAL-LISTING".
           IF WS-ENV-PATH-OVERRIDE NOT = SPACES
              MOVE WS-ENV-PATH-OVERRIDE TO WS-JOURNAL-LISTING-PATH
           END-IF.
           ACCEPT WS-ENV-PATH-OVERRIDE FROM ENVIRONMENT
                  "GLJRNLRB-AUDIT-TRAIL-FILE".
           IF WS-ENV-PATH-OVERRIDE NOT = SPACES
              MOVE WS-ENV-PATH-OVERRIDE TO WS-AUDIT-TRAIL-PATH
           END-IF.

       1000-INITIALIZE.
           PERFORM 0500-GET-FILE-PATHS.
           ACCEPT WS-RUN-DATE FROM DATE.
           MOVE   WS-RUN-DATE TO PAGE-HDG-02-DATE.
           OPEN EXTEND AUDIT-TRAIL-FILE.
           IF NOT GOOD-AUDIT-TRAIL-WRITE
              CLOSE AUDIT-TRAIL-FILE
              OPEN OUTPUT AUDIT-TRAIL-FILE
           END-IF.
           ACCEPT WS-ENV-STAGING FROM ENVIRONMENT
                  "GLJRNLRB-RECURRING-ONLY".
           IF WS-ENV-STAGING (1:1) = "Y"
              SET RECURRING-ONLY-RUN TO TRUE
           ELSE
              OPEN INPUT JOURNAL-ENTRY-FILE
              IF JOURNAL-ENTRY-SUCCESSFUL
                 SET KEYED-FILE-PRESENT TO TRUE
              ELSE
                 DISPLAY "GLJRNLRB: RECURRING JOURNALS ONLY - NO "
                     "KEYED JOURNALS AT " WS-JOURNAL-ENTRY-PATH
              END-IF
           END-IF.
      * KEYED JOURNALS NEED BOTH OPERATORS BEFORE ANYTHING ELSE.
           IF KEYED-FILE-PRESENT
              PERFORM 1200-OPERATOR-SIGN-ON
              PERFORM 1300-APPROVER-SIGN-ON
           END-IF.
           MOVE WS-ENTERED-BY  TO PAGE-HDG-02-ENTERED.
           MOVE WS-APPROVED-BY TO PAGE-HDG-02-APPROVED.
           PERFORM 1500-LOAD-CHART.
           PERFORM 1600-LOAD-CLOSED-PERIODS.
           PERFORM 1100-SET-CURRENT-PERIOD.
           PERFORM 1700-LOAD-RECURRING.
           IF KEYED-FILE-PRESENT
              PERFORM 1800-LOAD-ENTRIES
           END-IF.
           OPEN EXTEND GL-POSTING-FILE.
           IF NOT GOOD-GL-POSTING-WRITE
              CLOSE GL-POSTING-FILE
              OPEN OUTPUT GL-POSTING-FILE
           END-IF.
           OPEN OUTPUT JOURNAL-LISTING.
           PERFORM 8000-WRITE-HEADINGS.

       1100-SET-CURRENT-PERIOD.
      * GLJRNLRB-PERIOD WINS; OTHERWISE THE FISCAL PERIOD OF TODAY,
      * OR THE RUN MONTH WHEN THE FISCAL CALENDAR HAS NO ROW FOR IT -
      * THE SAME FALLBACK EVERY POSTING WRITER USES.
           ACCEPT WS-CURRENT-PERIOD FROM ENVIRONMENT "GLJRNLRB-PERIOD".
           IF WS-CURRENT-PERIOD = SPACES
              MOVE "F" TO DFN-FUNCTION-CODE
              MOVE "20"              TO DFN-DATE-1 (1:2)
              MOVE WS-RUN-DATE (1:6) TO DFN-DATE-1 (3:6)
              CALL "DATESRVRB" USING DATEFUN-PARMS
              IF DFN-OK
                 MOVE DFN-FISCAL-PERIOD TO WS-CURRENT-PERIOD
              ELSE
                 MOVE DFN-DATE-1 (1:6) TO WS-CURRENT-PERIOD
              END-IF
           END-IF.
           MOVE WS-CURRENT-PERIOD TO WS-LINE-PERIOD.
           IF WS-LINE-CCYY NOT NUMERIC OR WS-LINE-PP NOT NUMERIC
              OR WS-LINE-PP < "01" OR WS-LINE-PP > "12"
              DISPLAY "GLJRNLRB: GLJRNLRB-PERIOD " WS-CURRENT-PERIOD
                  " IS NOT A FISCAL PERIOD (CCYYPP) - RUN STOPPED"
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           MOVE WS-CURRENT-PERIOD TO PAGE-HDG-02-PERIOD.
           PERFORM 3150-CHECK-PERIOD-CLOSED.
           IF WS-CLOSED-SUB NOT > WS-CLOSED-COUNT
              SET CURRENT-PERIOD-CLOSED TO TRUE
           END-IF.

       1200-OPERATOR-SIGN-ON.
      * THE KEYING OPERATOR.  A MANUAL JOURNAL NEEDS A NAMED PERSON -
      * THE UNATTENDED BATCH ANSWER IS NOT ENOUGH.
           MOVE "GLJRNLRB" TO SGN-PROGRAM-NAME.
           CALL "OPSIGNRB" USING SIGNON-PARMS.
           IF NOT SGN-AUTHORIZED
              EVALUATE TRUE
                 WHEN SGN-NO-USER
                 WHEN SGN-BATCH-RUN
                    DISPLAY "GLJRNLRB: OPS-USER-ID NOT SET - SIGN "
                        "ON BEFORE ENTERING JOURNALS"
                 WHEN SGN-NO-USER-FILE
                    DISPLAY "GLJRNLRB: USER AUTHORIZATION FILE "
                        "MISSING - RUN REFUSED"
                 WHEN OTHER
                    DISPLAY "GLJRNLRB: USER " SGN-USER-ID
                        " NOT AUTHORIZED FOR GLJRNLRB - RUN REFUSED"
              END-EVALUATE
              MOVE 16 TO RETURN-CODE
              PERFORM 1250-LOG-REFUSED-ACCESS
              GOBACK
           END-IF.
           MOVE SGN-USER-ID TO WS-ENTERED-BY.

       1250-LOG-REFUSED-ACCESS.
           ACCEPT WS-RUN-TIME FROM TIME.
           MOVE "GLJRNLRB"          TO AUD-PROGRAM-NAME.
           MOVE WS-RUN-DATE         TO AUD-RUN-DATE.
           MOVE WS-RUN-TIME         TO AUD-RUN-TIME.
           MOVE 0                   TO AUD-RECORDS-READ.
           MOVE 0                   TO AUD-RECORDS-WRITTEN.
           MOVE "ACCESS REFUSED"    TO AUD-KEY-TOTALS.
           IF WS-ENTERED-BY NOT = SPACES
              MOVE "APPROVAL REFUSED" TO AUD-KEY-TOTALS
              MOVE WS-APPROVED-BY     TO AUD-KEY-TOTALS (18:8)
           END-IF.
           MOVE "ER"                TO AUD-COMPLETION-STATUS.
           MOVE SGN-USER-ID         TO AUD-USER-ID.
           IF WS-ENTERED-BY NOT = SPACES
              MOVE WS-ENTERED-BY    TO AUD-USER-ID
           END-IF.
           WRITE AUDIT-TRAIL-RECORD FROM AUDIT-TRAIL-LINE.
           CLOSE AUDIT-TRAIL-FILE
                 JOURNAL-ENTRY-FILE.

       1300-APPROVER-SIGN-ON.
      * THE SECOND OPERATOR, NAMED IN GLJRNLRB-APPROVER-ID, IS PUT
      * THROUGH THE SAME SIGN-ON SERVICE UNDER THEIR OWN ID - THEY
      * MUST BE AUTHORIZED FOR GLJRNLRB TOO, AND MAY NOT BE THE
      * OPERATOR WHO KEYED THE JOURNALS.
           ACCEPT WS-APPROVED-BY FROM ENVIRONMENT
                  "GLJRNLRB-APPROVER-ID".
           IF WS-APPROVED-BY = SPACES
              DISPLAY "GLJRNLRB: GLJRNLRB-APPROVER-ID NOT SET - A "
                  "SECOND OPERATOR MUST APPROVE THE JOURNALS"
              MOVE 16 TO RETURN-CODE
              PERFORM 1250-LOG-REFUSED-ACCESS
              GOBACK
           END-IF.
           IF WS-APPROVED-BY = WS-ENTERED-BY
              DISPLAY "GLJRNLRB: " WS-ENTERED-BY " MAY NOT APPROVE "
                  "THEIR OWN JOURNALS - RUN REFUSED"
              MOVE 16 TO RETURN-CODE
              PERFORM 1250-LOG-REFUSED-ACCESS
              GOBACK
           END-IF.
           SET ENVIRONMENT "OPS-USER-ID" TO WS-APPROVED-BY.
           MOVE "GLJRNLRB" TO SGN-PROGRAM-NAME.
           CALL "OPSIGNRB" USING SIGNON-PARMS.
           SET ENVIRONMENT "OPS-USER-ID" TO WS-ENTERED-BY.
           IF NOT SGN-AUTHORIZED
              DISPLAY "GLJRNLRB: APPROVER " WS-APPROVED-BY
                  " NOT AUTHORIZED FOR GLJRNLRB - RUN REFUSED"
              MOVE 16 TO RETURN-CODE
              PERFORM 1250-LOG-REFUSED-ACCESS
              GOBACK
           END-IF.
           DISPLAY "GLJRNLRB: JOURNALS KEYED BY " WS-ENTERED-BY
               ", APPROVED BY " WS-APPROVED-BY.

       1500-LOAD-CHART.
      * THE CHART IS REQUIRED - EVERY ACCOUNT IS EDITED AGAINST IT.
           OPEN INPUT GL-CHART-FILE.
           IF NOT GL-CHART-SUCCESSFUL
              DISPLAY "GLJRNLRB: NO CHART OF ACCOUNTS AT "
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

       1600-LOAD-CLOSED-PERIODS.
      * NO PERIOD STATUS FILE MEANS NO PERIOD HAS BEEN CLOSED YET.
           OPEN INPUT PERIOD-STATUS-FILE.
           IF PERIOD-STATUS-SUCCESSFUL
              PERFORM UNTIL END-OF-PERIOD-STATUS
                 READ PERIOD-STATUS-FILE
                    AT END
                       SET END-OF-PERIOD-STATUS TO TRUE
                    NOT AT END
                       IF GLS-PERIOD-CLOSED
                          AND WS-CLOSED-COUNT < 1200
                          ADD 1 TO WS-CLOSED-COUNT
                          MOVE GLS-PERIOD TO
                               TABLE-CLOSED-PERIOD (WS-CLOSED-COUNT)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE PERIOD-STATUS-FILE
           END-IF.

       1700-LOAD-RECURRING.
      * A MISSING RECURRING MASTER JUST MEANS NONE HAVE BEEN KEYED.
           OPEN INPUT RECURRING-FILE.
           IF RECURRING-SUCCESSFUL
              PERFORM UNTIL END-OF-RECURRING
                 READ RECURRING-FILE
                    AT END
                       SET END-OF-RECURRING TO TRUE
                    NOT AT END
                       IF WS-REC-COUNT = 1000
                          DISPLAY "GLJRNLRB: RECURRING TABLE CEILING "
                              "(1000) REACHED - RUN STOPPED"
                          MOVE 16 TO RETURN-CODE
                          GOBACK
                       END-IF
                       ADD 1 TO WS-REC-COUNT
                       MOVE RECURRING-RECORD TO
                            WS-REC-ENTRY (WS-REC-COUNT)
                       MOVE "N" TO TABLE-REC-ENDED-SW (WS-REC-COUNT)
                 END-READ
              END-PERFORM
              CLOSE RECURRING-FILE
           END-IF.

       1800-LOAD-ENTRIES.
           PERFORM UNTIL END-OF-JOURNAL-ENTRY
              READ JOURNAL-ENTRY-FILE
                 AT END
                    SET END-OF-JOURNAL-ENTRY TO TRUE
                 NOT AT END
                    IF WS-ENTRY-COUNT = 2000
                       DISPLAY "GLJRNLRB: JOURNAL LINE CEILING "
                           "(2000) REACHED - RUN STOPPED, NOTHING "
                           "POSTED"
                       MOVE 16 TO RETURN-CODE
                       GOBACK
                    END-IF
                    ADD 1 TO WS-LINES-READ
                    ADD 1 TO WS-ENTRY-COUNT
                    MOVE JOURNAL-ENTRY-RECORD TO
                         TABLE-ENT-IMAGE (WS-ENTRY-COUNT)
              END-READ
           END-PERFORM.
           CLOSE JOURNAL-ENTRY-FILE.

       3000-PROCESS-JOURNAL.
      * ONE JOURNAL IS THE RUN OF CONSECUTIVE LINES UNDER ONE ID.
      * EDIT AND LIST EVERY LINE FIRST; ONLY A JOURNAL WITH NO BAD
      * LINE AND EQUAL DEBITS AND CREDITS POSTS.
           ADD 1 TO WS-JOURNALS-READ.
           MOVE TABLE-ENT-IMAGE (WS-JRN-FIRST) TO JOURNAL-ENTRY-RECORD.
           MOVE JE-JOURNAL-ID TO WS-JOURNAL-ID.
           PERFORM VARYING WS-JRN-LAST FROM WS-JRN-FIRST BY 1
              UNTIL WS-JRN-LAST = WS-ENTRY-COUNT
                 OR TABLE-ENT-IMAGE (WS-JRN-LAST + 1) (1:8)
                    NOT = WS-JOURNAL-ID
           END-PERFORM.
           MOVE SPACES TO WS-REJECT-REASON.
           MOVE 0 TO WS-JOURNAL-DEBITS WS-JOURNAL-CREDITS.
      * AN X JOURNAL ENDS A RECURRING JOURNAL AND POSTS NOTHING.
           IF JE-END-RECURRING
              PERFORM 3400-END-RECURRING THRU 3400-EXIT
              GO TO 3000-NEXT
           END-IF.
           IF JE-RECURRING
              PERFORM VARYING WS-REC-SUB FROM 1 BY 1
                 UNTIL WS-REC-SUB > WS-REC-COUNT
                    OR (TABLE-REC-JOURNAL-ID (WS-REC-SUB)
                           = WS-JOURNAL-ID
                        AND NOT TABLE-REC-ENDED (WS-REC-SUB))
              END-PERFORM
              IF WS-REC-SUB NOT > WS-REC-COUNT
                 MOVE "REJECTED - ALREADY A RECURRING JOURNAL"
                   TO WS-REJECT-REASON
              END-IF
           END-IF.
           IF WS-JOURNAL-ID = SPACES
              MOVE "REJECTED - NO JOURNAL ID" TO WS-REJECT-REASON
           END-IF.
           PERFORM VARYING WS-ENTRY-SUB FROM WS-JRN-FIRST BY 1
              UNTIL WS-ENTRY-SUB > WS-JRN-LAST
              MOVE TABLE-ENT-IMAGE (WS-ENTRY-SUB)
                TO JOURNAL-ENTRY-RECORD
              PERFORM 3100-EDIT-ONE-LINE
              PERFORM 7000-LIST-ENTRY-LINE
           END-PERFORM.
           IF WS-REJECT-REASON = SPACES
              AND (WS-JOURNAL-DEBITS NOT = WS-JOURNAL-CREDITS
                   OR WS-JOURNAL-DEBITS = 0)
              MOVE "REJECTED - DEBITS DO NOT EQUAL CREDITS"
                TO WS-REJECT-REASON
           END-IF.
           IF WS-REJECT-REASON NOT = SPACES
              ADD 1 TO WS-JOURNALS-REJECTED
              PERFORM 7200-LIST-JOURNAL-TOTAL
              GO TO 3000-NEXT
           END-IF.
           PERFORM VARYING WS-ENTRY-SUB FROM WS-JRN-FIRST BY 1
              UNTIL WS-ENTRY-SUB > WS-JRN-LAST
              MOVE TABLE-ENT-IMAGE (WS-ENTRY-SUB)
                TO JOURNAL-ENTRY-RECORD
              PERFORM 3200-POST-ENTRY-LINE
           END-PERFORM.
           ADD 1 TO WS-JOURNALS-POSTED.
           MOVE TABLE-ENT-IMAGE (WS-JRN-FIRST) TO JOURNAL-ENTRY-RECORD.
           IF JE-RECURRING
              PERFORM 3300-ADD-RECURRING THRU 3300-EXIT
           ELSE
              MOVE "POSTED" TO WS-REJECT-REASON
           END-IF.
           PERFORM 7200-LIST-JOURNAL-TOTAL.
       3000-NEXT.
           COMPUTE WS-JRN-FIRST = WS-JRN-LAST + 1.
       3000-EXIT.
           EXIT.

       3100-EDIT-ONE-LINE.
      * THE FIRST BAD LINE NAMES THE JOURNAL'S REJECTION; EVERY BAD
      * LINE CARRIES ITS OWN NOTE ON THE LISTING.
           MOVE SPACES TO WS-LINE-NOTE.
           PERFORM 3110-RESOLVE-LINE-PERIOD.
           PERFORM 7100-FIND-ACCOUNT-NAME.
           PERFORM 3150-CHECK-PERIOD-CLOSED.
           EVALUATE TRUE
              WHEN WS-CHART-SUB > WS-CHART-COUNT
                 MOVE "NOT ON CHART" TO WS-LINE-NOTE
              WHEN JE-DR-CR NOT = "D" AND JE-DR-CR NOT = "C"
                 MOVE "BAD DR/CR" TO WS-LINE-NOTE
              WHEN JE-AMOUNT NOT NUMERIC
                 MOVE "BAD AMOUNT" TO WS-LINE-NOTE
              WHEN JE-AMOUNT = 0
                 MOVE "ZERO AMOUNT" TO WS-LINE-NOTE
              WHEN WS-LINE-CCYY NOT NUMERIC
                 OR WS-LINE-PP NOT NUMERIC
                 OR WS-LINE-PP < "01" OR WS-LINE-PP > "12"
                 MOVE "BAD PERIOD" TO WS-LINE-NOTE
              WHEN WS-CLOSED-SUB NOT > WS-CLOSED-COUNT
                 MOVE "PERIOD CLOSED" TO WS-LINE-NOTE
              WHEN NOT (JE-ONE-TIME OR JE-RECURRING)
                 MOVE "BAD FLAG" TO WS-LINE-NOTE
              WHEN JE-RECURRING-FLAG NOT =
                   TABLE-ENT-IMAGE (WS-JRN-FIRST) (59:1)
                 MOVE "MIXED FLAGS" TO WS-LINE-NOTE
           END-EVALUATE.
           IF WS-LINE-NOTE NOT = SPACES
              AND WS-REJECT-REASON = SPACES
              STRING "REJECTED - " DELIMITED BY SIZE
                     WS-LINE-NOTE  DELIMITED BY "  "
                INTO WS-REJECT-REASON
           END-IF.
           IF JE-AMOUNT NUMERIC
              IF JE-DR-CR = "D"
                 ADD JE-AMOUNT TO WS-JOURNAL-DEBITS
              END-IF
              IF JE-DR-CR = "C"
                 ADD JE-AMOUNT TO WS-JOURNAL-CREDITS
              END-IF
           END-IF.

       3110-RESOLVE-LINE-PERIOD.
           IF JE-PERIOD = SPACES
              MOVE WS-CURRENT-PERIOD TO WS-LINE-PERIOD
           ELSE
              MOVE JE-PERIOD TO WS-LINE-PERIOD
           END-IF.

       3150-CHECK-PERIOD-CLOSED.
           PERFORM VARYING WS-CLOSED-SUB FROM 1 BY 1
              UNTIL WS-CLOSED-SUB > WS-CLOSED-COUNT
                 OR TABLE-CLOSED-PERIOD (WS-CLOSED-SUB) = WS-LINE-PERIOD
           END-PERFORM.

       3200-POST-ENTRY-LINE.
           PERFORM 3110-RESOLVE-LINE-PERIOD.
           MOVE JE-ACCOUNT        TO GLP-ACCOUNT.
           MOVE JE-DR-CR          TO GLP-DR-CR.
           MOVE JE-AMOUNT         TO GLP-AMOUNT.
           MOVE JE-DESCRIPTION    TO GLP-DESCRIPTION.
           MOVE WS-RUN-DATE (1:6) TO GLP-RUN-DATE.
           MOVE WS-LINE-PERIOD    TO GLP-PERIOD.
           WRITE GL-POSTING-RECORD.
           ADD 1 TO WS-LINES-APPENDED.

       3300-ADD-RECURRING.
      * KEEP THE JOURNAL FOR REGENERATION.  IT HAS POSTED TO ITS
      * KEYED PERIOD, SO THAT PERIOD IS ITS LAST ONE.
           IF WS-REC-COUNT + WS-JRN-LAST - WS-JRN-FIRST + 1 > 1000
              DISPLAY "GLJRNLRB: RECURRING TABLE CEILING (1000) - "
                  WS-JOURNAL-ID " POSTED BUT WILL NOT RECUR"
              MOVE "POSTED - RECURRING TABLE FULL" TO WS-REJECT-REASON
              GO TO 3300-EXIT
           END-IF.
           PERFORM VARYING WS-ENTRY-SUB FROM WS-JRN-FIRST BY 1
              UNTIL WS-ENTRY-SUB > WS-JRN-LAST
              MOVE TABLE-ENT-IMAGE (WS-ENTRY-SUB)
                TO JOURNAL-ENTRY-RECORD
              PERFORM 3110-RESOLVE-LINE-PERIOD
              ADD 1 TO WS-REC-COUNT
              MOVE JE-JOURNAL-ID  TO TABLE-REC-JOURNAL-ID (WS-REC-COUNT)
              MOVE JE-ACCOUNT     TO TABLE-REC-ACCOUNT (WS-REC-COUNT)
              MOVE JE-DR-CR       TO TABLE-REC-DR-CR (WS-REC-COUNT)
              MOVE JE-AMOUNT      TO TABLE-REC-AMOUNT (WS-REC-COUNT)
              MOVE JE-DESCRIPTION
                TO TABLE-REC-DESCRIPTION (WS-REC-COUNT)
              MOVE WS-LINE-PERIOD
                TO TABLE-REC-LAST-PERIOD (WS-REC-COUNT)
              MOVE WS-ENTERED-BY
                TO TABLE-REC-ENTERED-BY (WS-REC-COUNT)
              MOVE WS-APPROVED-BY
                TO TABLE-REC-APPROVED-BY (WS-REC-COUNT)
              MOVE "N" TO TABLE-REC-ENDED-SW (WS-REC-COUNT)
           END-PERFORM.
           MOVE "POSTED - NOW RECURRING" TO WS-REJECT-REASON.
       3300-EXIT.
           EXIT.

       3400-END-RECURRING.
           MOVE SPACES TO WS-REJECT-REASON.
           PERFORM VARYING WS-REC-SUB FROM 1 BY 1
              UNTIL WS-REC-SUB > WS-REC-COUNT
              IF TABLE-REC-JOURNAL-ID (WS-REC-SUB) = WS-JOURNAL-ID
                 AND NOT TABLE-REC-ENDED (WS-REC-SUB)
                 MOVE "Y" TO TABLE-REC-ENDED-SW (WS-REC-SUB)
                 MOVE "RECURRING JOURNAL ENDED" TO WS-REJECT-REASON
              END-IF
           END-PERFORM.
           MOVE SPACES TO DETAIL-LINE-JOURNAL.
           MOVE WS-JOURNAL-ID TO DTL-JOURNAL-ID.
           MOVE "END RECURRING" TO DTL-ACCT-NAME.
           PERFORM 7050-WRITE-DETAIL-LINE.
           IF WS-REJECT-REASON = SPACES
              MOVE "REJECTED - NOT A RECURRING JOURNAL"
                TO WS-REJECT-REASON
              ADD 1 TO WS-JOURNALS-REJECTED
           END-IF.
           PERFORM 7200-LIST-JOURNAL-TOTAL.
       3400-EXIT.
           EXIT.

       4000-GENERATE-RECURRING.
      * EACH RECURRING JOURNAL POSTS ONCE PER PERIOD: ANY WHOSE LAST
      * PERIOD IS BEHIND THE CURRENT ONE IS WRITTEN AGAIN, DATED INTO
      * THE CURRENT PERIOD.  A PERIOD ALREADY CLOSED GETS NOTHING.
           IF WS-REC-COUNT = 0
              GO TO 4000-EXIT
           END-IF.
           IF CURRENT-PERIOD-CLOSED
              DISPLAY "GLJRNLRB: CURRENT PERIOD " WS-CURRENT-PERIOD
                  " IS CLOSED - NO RECURRING JOURNALS GENERATED"
              GO TO 4000-EXIT
           END-IF.
           MOVE 1 TO WS-REC-FIRST.
           PERFORM UNTIL WS-REC-FIRST > WS-REC-COUNT
              MOVE TABLE-REC-JOURNAL-ID (WS-REC-FIRST) TO WS-JOURNAL-ID
              PERFORM VARYING WS-REC-LAST FROM WS-REC-FIRST BY 1
                 UNTIL WS-REC-LAST = WS-REC-COUNT
                    OR TABLE-REC-JOURNAL-ID (WS-REC-LAST + 1)
                       NOT = WS-JOURNAL-ID
              END-PERFORM
              IF TABLE-REC-LAST-PERIOD (WS-REC-FIRST)
                    < WS-CURRENT-PERIOD
                 AND NOT TABLE-REC-ENDED (WS-REC-FIRST)
                 PERFORM 4100-GENERATE-ONE-JOURNAL
              END-IF
              COMPUTE WS-REC-FIRST = WS-REC-LAST + 1
           END-PERFORM.
       4000-EXIT.
           EXIT.

       4100-GENERATE-ONE-JOURNAL.
           MOVE 0 TO WS-JOURNAL-DEBITS WS-JOURNAL-CREDITS.
           PERFORM VARYING WS-REC-SUB FROM WS-REC-FIRST BY 1
              UNTIL WS-REC-SUB > WS-REC-LAST
              MOVE TABLE-REC-ACCOUNT (WS-REC-SUB)     TO GLP-ACCOUNT
              MOVE TABLE-REC-DR-CR (WS-REC-SUB)       TO GLP-DR-CR
              MOVE TABLE-REC-AMOUNT (WS-REC-SUB)      TO GLP-AMOUNT
              MOVE TABLE-REC-DESCRIPTION (WS-REC-SUB)
                TO GLP-DESCRIPTION
              MOVE WS-RUN-DATE (1:6)                  TO GLP-RUN-DATE
              MOVE WS-CURRENT-PERIOD                  TO GLP-PERIOD
              WRITE GL-POSTING-RECORD
              ADD 1 TO WS-LINES-APPENDED
              MOVE WS-CURRENT-PERIOD
                TO TABLE-REC-LAST-PERIOD (WS-REC-SUB)
              IF GLP-DR-CR = "D"
                 ADD GLP-AMOUNT TO WS-JOURNAL-DEBITS
              ELSE
                 ADD GLP-AMOUNT TO WS-JOURNAL-CREDITS
              END-IF
              MOVE SPACES TO DETAIL-LINE-JOURNAL
              MOVE WS-JOURNAL-ID   TO DTL-JOURNAL-ID
              MOVE GLP-ACCOUNT     TO DTL-ACCOUNT
              MOVE GLP-ACCOUNT     TO JE-ACCOUNT
              PERFORM 7100-FIND-ACCOUNT-NAME
              MOVE GLP-PERIOD      TO DTL-PERIOD
              IF GLP-DR-CR = "D"
                 MOVE GLP-AMOUNT   TO DTL-DEBIT
                 MOVE 0            TO DTL-CREDIT
              ELSE
                 MOVE 0            TO DTL-DEBIT
                 MOVE GLP-AMOUNT   TO DTL-CREDIT
              END-IF
              MOVE GLP-DESCRIPTION TO DTL-DESCRIPTION
              PERFORM 7050-WRITE-DETAIL-LINE
           END-PERFORM.
           ADD 1 TO WS-JOURNALS-GENERATED.
           MOVE "GENERATED - RECURRING" TO WS-REJECT-REASON.
           PERFORM 7200-LIST-JOURNAL-TOTAL.

       7000-LIST-ENTRY-LINE.
           MOVE SPACES TO DETAIL-LINE-JOURNAL.
           MOVE JE-JOURNAL-ID  TO DTL-JOURNAL-ID.
           MOVE JE-ACCOUNT     TO DTL-ACCOUNT.
           PERFORM 7100-FIND-ACCOUNT-NAME.
           MOVE WS-LINE-PERIOD TO DTL-PERIOD.
           MOVE 0 TO DTL-DEBIT DTL-CREDIT.
           IF JE-AMOUNT NUMERIC
              IF JE-DR-CR = "D"
                 MOVE JE-AMOUNT TO DTL-DEBIT
              ELSE
                 MOVE JE-AMOUNT TO DTL-CREDIT
              END-IF
           END-IF.
           MOVE JE-DESCRIPTION TO DTL-DESCRIPTION.
           MOVE WS-LINE-NOTE   TO DTL-LINE-NOTE.
           PERFORM 7050-WRITE-DETAIL-LINE.

       7050-WRITE-DETAIL-LINE.
           MOVE SPACE TO DTL-CC.
           add 1 to WS-LINE-COUNT.
           if WS-LINE-COUNT > 50
              PERFORM 8000-WRITE-HEADINGS.
           write JOURNAL-LISTING-RECORD from DETAIL-LINE-JOURNAL
             after advancing 01 lines.

       7100-FIND-ACCOUNT-NAME.
           PERFORM VARYING WS-CHART-SUB FROM 1 BY 1
              UNTIL WS-CHART-SUB > WS-CHART-COUNT
                 OR TABLE-GLC-ACCOUNT (WS-CHART-SUB) = JE-ACCOUNT
           END-PERFORM.
           IF WS-CHART-SUB > WS-CHART-COUNT
              MOVE "** NOT ON CHART OF ACCOUNTS **" TO DTL-ACCT-NAME
           ELSE
              MOVE TABLE-GLC-NAME (WS-CHART-SUB) TO DTL-ACCT-NAME
           END-IF.

       7200-LIST-JOURNAL-TOTAL.
           MOVE WS-JOURNAL-ID      TO JTL-JOURNAL-ID.
           MOVE WS-JOURNAL-DEBITS  TO JTL-DEBITS.
           MOVE WS-JOURNAL-CREDITS TO JTL-CREDITS.
           MOVE WS-REJECT-REASON   TO JTL-VERDICT.
           add 2 to WS-LINE-COUNT.
           write JOURNAL-LISTING-RECORD from JOURNAL-TOTAL-LINE
             after advancing 01 lines.
           MOVE SPACES TO JOURNAL-LISTING-RECORD.
           write JOURNAL-LISTING-RECORD
             after advancing 01 lines.

       8000-WRITE-HEADINGS.
           add 1 to WS-PAGE-COUNT.
           move WS-PAGE-COUNT TO PAGE-HDG-01-PAGE.
           WRITE JOURNAL-LISTING-RECORD FROM WS-REPORT-RULER
             after advancing page.
           WRITE JOURNAL-LISTING-RECORD
            FROM PAGE-HDG-01 after advancing 01 LINES.
           WRITE JOURNAL-LISTING-RECORD
            FROM PAGE-HDG-02 after advancing 01 LINES.
           WRITE JOURNAL-LISTING-RECORD
            FROM PAGE-HDG-03 AFTER ADVANCING 02 LINES.
           MOVE 4 TO WS-LINE-COUNT.

       9000-CREATE-LISTING-TOTAL-LINE.
           MOVE WS-JOURNALS-READ      TO TOTAL-READ.
           MOVE WS-JOURNALS-POSTED    TO TOTAL-POSTED.
           MOVE WS-JOURNALS-REJECTED  TO TOTAL-REJECTED.
           MOVE WS-JOURNALS-GENERATED TO TOTAL-GENERATED.
           MOVE WS-LINES-APPENDED     TO TOTAL-APPENDED.
           write JOURNAL-LISTING-RECORD from DETAIL-LINE-LINE
             AFTER ADVANCING 01 LINES.
           write JOURNAL-LISTING-RECORD from TOTALS-LINE
             AFTER ADVANCING 02 LINES.
           write JOURNAL-LISTING-RECORD from WS-REPORT-RULER
             after advancing 02 LINES.

       9600-WRITE-RECURRING-FILE.
           OPEN OUTPUT RECURRING-FILE.
           IF NOT GOOD-RECURRING-WRITE
              DISPLAY "GLJRNLRB: UNABLE TO REWRITE RECURRING MASTER, "
                  "STATUS = " WS-RECURRING-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           PERFORM VARYING WS-REC-SUB FROM 1 BY 1
              UNTIL WS-REC-SUB > WS-REC-COUNT
              IF NOT TABLE-REC-ENDED (WS-REC-SUB)
                 MOVE WS-REC-ENTRY (WS-REC-SUB) (1:74)
                   TO RECURRING-RECORD
                 WRITE RECURRING-RECORD
              END-IF
           END-PERFORM.
           CLOSE RECURRING-FILE.

       9650-SET-APPLIED-ASIDE.
      * THE APPLIED FILE IS RENAMED ASIDE, TIME-STAMPED, SO THE SAME
      * JOURNALS CANNOT POST TWICE.
           ACCEPT WS-RUN-TIME FROM TIME.
           MOVE SPACES TO WS-APPLIED-ASIDE-PATH.
           STRING FUNCTION TRIM(WS-JOURNAL-ENTRY-PATH)
                  ".P" DELIMITED BY SIZE
                  WS-RUN-DATE (1:6) DELIMITED BY SIZE
                  WS-RUN-TIME (1:4) DELIMITED BY SIZE
             INTO WS-APPLIED-ASIDE-PATH.
           CALL "CBL_RENAME_FILE" USING WS-JOURNAL-ENTRY-PATH
                                        WS-APPLIED-ASIDE-PATH
                RETURNING WS-RENAME-RESULT.
           IF WS-RENAME-RESULT NOT = 0
              DISPLAY "GLJRNLRB: COULD NOT SET APPLIED FILE ASIDE, "
                  "RESULT = " WS-RENAME-RESULT
              DISPLAY "GLJRNLRB: MOVE " WS-JOURNAL-ENTRY-PATH
                  " ASIDE BY HAND BEFORE THE NEXT JOURNAL RUN"
              MOVE 08 TO RETURN-CODE
           END-IF.

       9900-WRITE-AUDIT-RECORD.
      * APPEND ONE SUMMARY LINE FOR THIS RUN TO THE SHARED OPERATIONS
      * AUDIT TRAIL - THE KEYING OPERATOR AS THE USER, THE APPROVER
      * IN THE KEY TOTALS.
           ACCEPT WS-RUN-TIME FROM TIME.
           MOVE "GLJRNLRB"          TO AUD-PROGRAM-NAME.
           MOVE WS-RUN-DATE         TO AUD-RUN-DATE.
           MOVE WS-RUN-TIME         TO AUD-RUN-TIME.
           MOVE WS-LINES-READ       TO AUD-RECORDS-READ.
           MOVE WS-LINES-APPENDED   TO AUD-RECORDS-WRITTEN.
           MOVE SPACES              TO AUD-KEY-TOTALS.
           MOVE "RJ="               TO AUD-KEY-TOTALS (1:3).
           MOVE WS-JOURNALS-REJECTED TO AUD-KEY-TOTALS (4:5).
           MOVE "REC="              TO AUD-KEY-TOTALS (10:4).
           MOVE WS-JOURNALS-GENERATED TO AUD-KEY-TOTALS (14:5).
           IF WS-APPROVED-BY NOT = SPACES
              MOVE "AP="            TO AUD-KEY-TOTALS (20:3)
              MOVE WS-APPROVED-BY   TO AUD-KEY-TOTALS (23:8)
           END-IF.
           IF RETURN-CODE = 0
              MOVE "OK" TO AUD-COMPLETION-STATUS
           ELSE
              MOVE "ER" TO AUD-COMPLETION-STATUS
           END-IF.
           MOVE WS-ENTERED-BY       TO AUD-USER-ID.
           WRITE AUDIT-TRAIL-RECORD FROM AUDIT-TRAIL-LINE.
