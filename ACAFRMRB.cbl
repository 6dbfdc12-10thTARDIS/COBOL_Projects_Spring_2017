       IDENTIFICATION DIVISION.
       PROGRAM-ID.    ACAFRMRB.
       AUTHOR.        RYAN BROOKS
      * YEAR-END ACA FORMS - 1095-C FOR EVERY FULL-TIME EMPLOYEE AND
      * THE 1094-C TRANSMITTAL, IN PLACE OF KEYING THEM INTO THE
      * VENDOR PORTAL BY HAND.
      *
      * WHO GETS A FORM: EVERYONE ACAMSRRB'S DETERMINATION FILE
      * (ACAFTDET.DAT) CALLS FULL-TIME.  RUN ACAMSRRB WITH ITS END
      * DATE AT 12/31 OF THE TAX YEAR FIRST.
      *
      * WHAT WAS OFFERED: THE COVERAGE FILE (ACACOVER.DAT) CARRIES
      * ONE ROW PER EMPLOYEE PER YEAR WITH A BYTE PER MONTH FOR THE
      * OFFER (E = EMPLOYEE ONLY, C = EMPLOYEE + CHILDREN, S =
      * EMPLOYEE + SPOUSE, F = FAMILY, BLANK/N = NONE) AND A BYTE
      * PER MONTH FOR ENROLLMENT (Y = ENROLLED).
      *
      * LINE 15 IS THE LOWEST EMPLOYEE-ONLY MONTHLY PREMIUM AMONG
      * THE YEAR'S TIERED HEALTH PLANS ON THE BENEFIT PLAN FILE
      * (BENPLAN.DAT, SEE BENENRRB).  WHEN ACAFRMRB-FPL-MONTHLY IS
      * SET (THE FEDERAL POVERTY LINE SAFE-HARBOR AMOUNT, 99999 =
      * 999.99) AND THE PREMIUM IS AT OR UNDER IT, A FAMILY OFFER
      * IS A QUALIFYING OFFER (1A) AND AN OFFER NOT TAKEN IS SAFE-
      * HARBORED (2G).
      *
      * LINE 14: 1A/1B/1C/1D/1E BY OFFER, 1H NONE OR NOT EMPLOYED.
      * LINE 16: 2C ENROLLED, 2A NOT EMPLOYED, 2B TERMINATION
      * MONTH, 2D HIRE MONTH OR INITIAL MEASUREMENT WITH NO OFFER,
      * 2G FPL SAFE HARBOR, ELSE BLANK.  A LINE THE SAME ALL YEAR
      * GOES IN THE ALL-12-MONTHS COLUMN.
      *
      * OUTPUTS ARE THE EMPLOYEE COPIES (ACA1095C.rpt, ONE PAGE
      * EACH, SSN TRUNCATED), THE 1094-C TRANSMITTAL (ACA1094C.rpt)
      * AND THE FIXED-FORMAT SUBMISSION FILE (ACASUBMIT.txt) FOR
      * THE FILING SERVICE.  THE TAX YEAR COMES FROM ACAFRMRB-TAX-
      * YEAR (CCYY), DEFAULT LAST YEAR.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DETERMINATION-FILE ASSIGN DYNAMIC
                 WS-DETERMINATION-PATH
             organization is line sequential
             file status is WS-DETERMINATION-STATUS.
           SELECT COVERAGE-FILE ASSIGN DYNAMIC
                 WS-COVERAGE-PATH
             organization is line sequential
             file status is WS-COVERAGE-STATUS.
           SELECT BENEFIT-PLAN-FILE ASSIGN DYNAMIC
                 WS-BENEFIT-PLAN-PATH
             organization is line sequential
             file status is WS-BENEFIT-PLAN-STATUS.
           SELECT EMPLOYEE-MASTER ASSIGN DYNAMIC
                 WS-EMPLOYEE-MASTER-PATH
             organization is indexed
             access is sequential
             record key is EMP-NUMBER
             file status is WS-EMPLOYEE-MASTER-STATUS.
           SELECT COMPANY-CONTROL-FILE ASSIGN DYNAMIC
                 WS-COMPANY-CONTROL-PATH
             organization is line sequential
             file status is WS-COMPANY-CONTROL-STATUS.
           SELECT FORM-1095C-FILE
             ASSIGN DYNAMIC WS-FORM-1095C-PATH
             organization is LINE sequential
             file status is WS-FORM-1095C-STATUS.
           SELECT FORM-1094C-FILE
             ASSIGN DYNAMIC WS-FORM-1094C-PATH
             organization is LINE sequential
             file status is WS-FORM-1094C-STATUS.
           SELECT SUBMISSION-FILE ASSIGN DYNAMIC
                 WS-SUBMISSION-PATH
             organization is line sequential
             file status is WS-SUBMISSION-STATUS.
           SELECT AUDIT-TRAIL-FILE ASSIGN DYNAMIC
                 WS-AUDIT-TRAIL-PATH
             organization is line sequential
             file status is WS-AUDIT-TRAIL-STATUS.

       DATA DIVISION.
       FILE SECTION.

      * WRITTEN BY ACAMSRRB - ONE ROW PER EMPLOYEE MEASURED.
       FD  DETERMINATION-FILE
           RECORDING MODE IS F
           DATA RECORD IS DETERMINATION-RECORD.
       01 DETERMINATION-RECORD.
           05  DET-EMP-NUMBER           PIC X(06).
           05  DET-FULL-TIME            PIC X(01).
           05  DET-INITIAL              PIC X(01).
           05  DET-AVG-WEEKLY           PIC 9(03)V99.
           05  DET-START-DATE           PIC 9(08).
           05  DET-END-DATE             PIC 9(08).

       FD  COVERAGE-FILE
           RECORDING MODE IS F
           DATA RECORD IS COVERAGE-RECORD.
       01 COVERAGE-RECORD.
           05  CVG-EMP-NUMBER           PIC X(06).
           05  CVG-YEAR                 PIC X(04).
           05  CVG-OFFER-MONTHS         PIC X(12).
           05  CVG-ENROLL-MONTHS        PIC X(12).

      * SAME LAYOUT BENENRRB PRICES ENROLLMENTS FROM.
       FD  BENEFIT-PLAN-FILE
           RECORDING MODE IS F
           DATA RECORD IS BENEFIT-PLAN-RECORD.
       01 BENEFIT-PLAN-RECORD.
           05  PLN-YEAR                 PIC X(04).
           05  PLN-CODE                 PIC X(04).
           05  PLN-DED-CODE             PIC X(03).
           05  PLN-NAME                 PIC X(20).
           05  PLN-TAX-FLAG             PIC X(01).
           05  PLN-BASIS                PIC X(01).
           05  PLN-EE-MONTHLY-X         PIC X(07).
           05  PLN-EE-MONTHLY REDEFINES
               PLN-EE-MONTHLY-X         PIC 9(05)V99.
           05  PLN-ES-MONTHLY-X         PIC X(07).
           05  PLN-FA-MONTHLY-X         PIC X(07).

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
           05  EMP-BANK-STATUS          PIC X(01).
           05  EMP-PRENOTE-DATE         PIC X(08).
           05  EMP-LOCALITY             PIC X(04).
           05  EMP-COMP-CLASS           PIC X(04).
           05  EMP-W4-DATA              PIC X(34).
           05  EMP-SALARY-DATA          PIC X(11).

       FD  COMPANY-CONTROL-FILE
           RECORDING MODE IS F
           DATA RECORD IS COMPANY-CONTROL-RECORD.
       01 COMPANY-CONTROL-RECORD         PIC X(156).

       FD  FORM-1095C-FILE
           RECORDING MODE IS F
           DATA RECORD IS FORM-1095C-RECORD.
       01 FORM-1095C-RECORD              PIC X(133).

       FD  FORM-1094C-FILE
           RECORDING MODE IS F
           DATA RECORD IS FORM-1094C-RECORD.
       01 FORM-1094C-RECORD              PIC X(133).

      * SUBMISSION FOR THE FILING SERVICE - 400-CHARACTER FIXED
      * RECORDS BUILT IN WORKING-STORAGE, THE WAY W2SUMRB BUILDS ITS
      * EFW2 RECORDS: A CE PER 1095-C, THEN ONE CT (THE 1094-C
      * TRANSMITTAL) AND A CF (COUNT) RECORD.
       FD  SUBMISSION-FILE
           RECORDING MODE IS F
           DATA RECORD IS SUBMISSION-RECORD.
       01 SUBMISSION-RECORD              PIC X(400).

       FD  AUDIT-TRAIL-FILE
           RECORDING MODE IS F
           DATA RECORD IS AUDIT-TRAIL-RECORD.
       01 AUDIT-TRAIL-RECORD             PIC X(89).

       WORKING-STORAGE SECTION.
      * FILE PATHS - DEFAULT TO THE PATHS BELOW, BUT CAN BE OVERRIDDEN
      * AT RUN TIME BY SETTING THE MATCHING ENVIRONMENT VARIABLE
      * BEFORE STARTING THE PROGRAM (SEE 0500-GET-FILE-PATHS):
        01 WS-FILE-PATHS.
           05 WS-DETERMINATION-PATH     PIC X(80)
                VALUE "C:\Users\Ryan\Desktop\ACAFTDET.DAT".
           05 WS-COVERAGE-PATH          PIC X(80)
                VALUE "C:\Users\Ryan\Desktop\ACACOVER.DAT".
           05 WS-BENEFIT-PLAN-PATH      PIC X(80)
                VALUE "C:\Users\Ryan\Desktop\BENPLAN.DAT".
           05 WS-EMPLOYEE-MASTER-PATH   PIC X(80)
                VALUE "C:\Users\Ryan\Desktop\EMPLOYEE-MASTER.DAT".
           05 WS-COMPANY-CONTROL-PATH   PIC X(80)
                VALUE "C:\Users\Ryan\Desktop\COMPANY.DAT".
           05 WS-FORM-1095C-PATH        PIC X(80)
                VALUE "C:\Users\Ryan\Desktop\ACA1095C.rpt".
           05 WS-FORM-1094C-PATH        PIC X(80)
                VALUE "C:\Users\Ryan\Desktop\ACA1094C.rpt".
           05 WS-SUBMISSION-PATH        PIC X(80)
                VALUE "C:\Users\Ryan\Desktop\ACASUBMIT.txt".
           05 WS-AUDIT-TRAIL-PATH       PIC X(80)
                VALUE "C:\Users\Ryan\Desktop\OPS-AUDIT-TRAIL.LOG".
           05 WS-ENV-PATH-OVERRIDE      PIC X(80).

      * File status
        COPY "FILESTAT.cpy" REPLACING
            ==STATUS-FIELD==   BY ==WS-DETERMINATION-STATUS==
            ==STATUS-OK==      BY ==DETERMINATION-SUCCESSFUL==
            ==STATUS-EOF==     BY ==END-OF-DETERMINATION==
            ==STATUS-INVALID== BY ==INVALID-VALUE-IN-FILE==.
        01 WS-COVERAGE-STATUS           pic X(02).
           88 COVERAGE-SUCCESSFUL          VALUE "00".
           88 END-OF-COVERAGE              VALUE "10".
        01 WS-BENEFIT-PLAN-STATUS       pic X(02).
           88 BENEFIT-PLAN-SUCCESSFUL      VALUE "00".
           88 END-OF-BENEFIT-PLAN          VALUE "10".
        01 WS-EMPLOYEE-MASTER-STATUS    pic X(02).
           88 EMPLOYEE-MASTER-SUCCESSFUL   VALUE "00".
           88 END-OF-EMPLOYEE-MASTER       VALUE "10".
        01 WS-COMPANY-CONTROL-STATUS    pic X(02).
           88 COMPANY-CONTROL-FOUND        VALUE "00".
        01 WS-FORM-1095C-STATUS         pic X(02).
           88 GOOD-FORM-1095C-WRITE        VALUE "00".
        01 WS-FORM-1094C-STATUS         pic X(02).
           88 GOOD-FORM-1094C-WRITE        VALUE "00".
        01 WS-SUBMISSION-STATUS         pic X(02).
           88 GOOD-SUBMISSION-WRITE        VALUE "00".
        01 WS-AUDIT-TRAIL-STATUS        pic X(02).
           88 GOOD-AUDIT-TRAIL-WRITE       VALUE "00".

        COPY "COMPANY.cpy".

      * RUN CONTROLS
        01 WS-TAX-YEAR                  PIC X(04) VALUE SPACES.
        01 WS-TAX-YEAR-N REDEFINES
           WS-TAX-YEAR                  PIC 9(04).
        01 WS-ENV-STAGING               PIC X(10) VALUE SPACES.
        01 WS-FPL-MONTHLY               PIC 9(03)V99 VALUE 0.
        01 WS-LOWEST-PREMIUM            PIC 9(05)V99 VALUE 0.
        01 WS-LOWEST-PLAN               PIC X(04) VALUE SPACES.
        01 WS-PREMIUM-SAFE-HARBOR-SW    PIC X(01) VALUE "N".
           88 PREMIUM-UNDER-FPL            VALUE "Y".
        01 WS-HEALTH-DED-CODE           PIC X(03) VALUE "HLT".
        01 WS-PLAN-START-MONTH          PIC X(02) VALUE "01".

      * MONTH NAMES FOR THE FORM COLUMNS
        01 WS-MONTH-NAME-VALUES.
           05 FILLER                    PIC X(36)
              VALUE "JANFEBMARAPRMAYJUNJULAUGSEPOCTNOVDEC".
        01 WS-MONTH-NAME-TABLE REDEFINES WS-MONTH-NAME-VALUES.
           05 WS-MONTH-NAME             PIC X(03) OCCURS 12 TIMES.
        01 WS-MONTH                     PIC 9(02) VALUE 0.
        01 WS-MONTH-CCYYMM.
           05 WS-MONTH-CCYY             PIC X(04).
           05 WS-MONTH-MM               PIC 9(02).

      * EMPLOYEE MASTER, LOADED AT STARTUP
        01 WS-EMP-COUNT                 PIC 9(04) VALUE 0.
        01 WS-EMP-SUB                   PIC 9(04) VALUE 0.
        01 WS-EMPLOYEE-TABLE.
           05 EMP-TABLE-ENTRY OCCURS 0 TO 5000 TIMES
                 DEPENDING ON WS-EMP-COUNT.
              10 TABLE-EMP-NUMBER       PIC X(06).
              10 TABLE-EMP-NAME         PIC X(20).
              10 TABLE-EMP-SSN          PIC X(09).
              10 TABLE-EMP-ADDRESS      PIC X(25).
              10 TABLE-EMP-CITY         PIC X(15).
              10 TABLE-EMP-STATE        PIC X(02).
              10 TABLE-EMP-ZIP          PIC X(05).
              10 TABLE-EMP-STATUS       PIC X(01).
              10 TABLE-EMP-HIRE-DATE    PIC X(08).
              10 TABLE-EMP-TERM-DATE    PIC X(08).

      * COVERAGE OFFERS AND ENROLLMENT FOR THE TAX YEAR
        01 WS-CVG-COUNT                 PIC 9(04) VALUE 0.
        01 WS-CVG-SUB                   PIC 9(04) VALUE 0.
        01 WS-COVERAGE-TABLE.
           05 CVG-TABLE-ENTRY OCCURS 0 TO 5000 TIMES
                 DEPENDING ON WS-CVG-COUNT.
              10 TABLE-CVG-EMP          PIC X(06).
              10 TABLE-CVG-OFFER        PIC X(12).
              10 TABLE-CVG-ENROLL       PIC X(12).

      * THE CURRENT EMPLOYEE'S FORM, MONTH BY MONTH
        01 WS-EMP-OFFER                 PIC X(12) VALUE SPACES.
        01 WS-EMP-ENROLL                PIC X(12) VALUE SPACES.
        01 WS-EMP-CODES.
           05 WS-EMP-MONTH OCCURS 12 TIMES.
              10 WS-LINE-14             PIC X(02).
              10 WS-LINE-15             PIC 9(03)V99.
              10 WS-LINE-16             PIC X(02).
        01 WS-ALL-14                    PIC X(02) VALUE SPACES.
        01 WS-ALL-15                    PIC 9(03)V99 VALUE 0.
        01 WS-ALL-16                    PIC X(02) VALUE SPACES.
        01 WS-ALL-15-SW                 PIC X(01) VALUE "N".
           88 ALL-15-SAME                  VALUE "Y".
        01 WS-EMPLOYED-SW               PIC X(01) VALUE "N".
           88 EMPLOYED-IN-MONTH            VALUE "Y".
        01 WS-TERMINATED-SW             PIC X(01) VALUE "N".
           88 TERMINATED-IN-MONTH          VALUE "Y".
        01 WS-HIRED-SW                  PIC X(01) VALUE "N".
           88 HIRED-IN-MONTH               VALUE "Y".
        01 WS-TERM-DATE                 PIC X(08) VALUE SPACES.

      * 1094-C PART III - PER-MONTH COUNTS
        01 WS-ALE-MONTHS.
           05 WS-ALE-MONTH OCCURS 12 TIMES.
              10 ALE-FT-COUNT           PIC 9(05).
              10 ALE-FT-OFFERED         PIC 9(05).
              10 ALE-TOTAL-COUNT        PIC 9(05).
              10 ALE-MEC-OFFERED        PIC X(01).
        01 WS-OFFER-PCT                 PIC 9(03)V99 VALUE 0.

      * NAME SPLIT - THE MASTER CARRIES ONE NAME FIELD; THE
      * SUBMISSION WANTS FIRST AND LAST SEPARATELY (AS IN W2SUMRB).
        01 WS-NAME-FIRST                PIC X(15) VALUE SPACES.
        01 WS-NAME-LAST                 PIC X(20) VALUE SPACES.
        01 WS-NAME-PTR                  PIC 9(02) VALUE 1.

      * RUN COUNTERS
        01 WS-DETERMINATIONS-READ       PIC 9(05) VALUE 0.
        01 WS-FORMS-PRINTED             PIC 9(05) VALUE 0.
        01 WS-NOT-ON-MASTER             PIC 9(05) VALUE 0.
        01 WS-NO-COVERAGE-ROW           PIC 9(05) VALUE 0.
        01 WS-NO-SSN-COUNT              PIC 9(05) VALUE 0.
        01 WS-RUN-DATE                  PIC X(08).
        01 WS-RUN-TIME                  PIC 9(08) VALUE 0.
        01 WS-TODAY                     PIC X(08) VALUE SPACES.
        COPY "AUDITTRL.cpy".

        01 ACA-CT-RECORD.
           05 FILLER                    PIC X(02) VALUE "CT".
           05 CT-TAX-YEAR               PIC X(04).
           05 CT-EMPLOYER-EIN           PIC X(09).
           05 CT-EMPLOYER-NAME          PIC X(45).
           05 CT-EMPLOYER-ADDRESS       PIC X(40).
           05 CT-EMPLOYER-CITY          PIC X(25).
           05 CT-EMPLOYER-STATE         PIC X(02).
           05 CT-EMPLOYER-ZIP           PIC X(05).
           05 CT-CONTACT                PIC X(20).
           05 CT-PHONE                  PIC X(10).
           05 CT-FORM-COUNT             PIC 9(06).
           05 CT-AUTHORITATIVE          PIC X(01) VALUE "Y".
           05 CT-AGGREGATED-GROUP       PIC X(01) VALUE "N".
           05 CT-MONTH OCCURS 12 TIMES.
              10 CT-MEC-OFFERED         PIC X(01).
              10 CT-FT-COUNT            PIC 9(06).
              10 CT-TOTAL-COUNT         PIC 9(06).
           05 FILLER                    PIC X(74) VALUE SPACES.

        01 ACA-CE-RECORD.
           05 FILLER                    PIC X(02) VALUE "CE".
           05 CE-SSN                    PIC X(09).
           05 CE-FIRST-NAME             PIC X(15).
           05 CE-LAST-NAME              PIC X(20).
           05 CE-ADDRESS                PIC X(25).
           05 CE-CITY                   PIC X(15).
           05 CE-STATE                  PIC X(02).
           05 CE-ZIP                    PIC X(05).
           05 CE-PLAN-START-MONTH       PIC X(02).
           05 CE-ALL-14                 PIC X(02).
           05 CE-MONTH-14               PIC X(02) OCCURS 12 TIMES.
           05 CE-ALL-15                 PIC 9(03)V99.
           05 CE-MONTH-15               PIC 9(03)V99 OCCURS 12 TIMES.
           05 CE-ALL-16                 PIC X(02).
           05 CE-MONTH-16               PIC X(02) OCCURS 12 TIMES.
           05 FILLER                    PIC X(188) VALUE SPACES.

        01 ACA-CF-RECORD.
           05 FILLER                    PIC X(02) VALUE "CF".
           05 CF-CE-COUNT               PIC 9(07).
           05 FILLER                    PIC X(391) VALUE SPACES.

      * 1095-C EMPLOYEE COPY - ONE PAGE PER EMPLOYEE
       01  F95-HDG-01.
           05 FILLER                 PIC X(10) VALUE SPACES.
           05 FILLER                 PIC X(47)
              VALUE "FORM 1095-C  EMPLOYER-PROVIDED HEALTH INSURANCE".
           05 FILLER                 PIC X(23)
              VALUE " OFFER AND COVERAGE".
           05 FILLER                 PIC X(19) VALUE SPACES.
           05 F95-HDG-01-YEAR        PIC X(04).
       01  F95-HDG-02.
           05 FILLER                 PIC X(10) VALUE SPACES.
           05 FILLER                 PIC X(50)
              VALUE "PART I   EMPLOYEE".
           05 FILLER                 PIC X(50)
              VALUE "APPLICABLE LARGE EMPLOYER MEMBER (EMPLOYER)".
       01  F95-PART1-LINE.
           05 FILLER                 PIC X(10) VALUE SPACES.
           05 F95-LEFT-LABEL         PIC X(18).
           05 F95-LEFT-VALUE         PIC X(32).
           05 F95-RIGHT-LABEL        PIC X(18).
           05 F95-RIGHT-VALUE        PIC X(45).
       01  F95-HDG-03.
           05 FILLER                 PIC X(10) VALUE SPACES.
           05 FILLER                 PIC X(50)
              VALUE "PART II  EMPLOYEE OFFER OF COVERAGE".
           05 FILLER                 PIC X(18)
              VALUE "PLAN START MONTH: ".
           05 F95-HDG-03-START       PIC X(02).
       01  F95-MONTH-HDG.
           05 FILLER                 PIC X(10) VALUE SPACES.
           05 FILLER                 PIC X(14) VALUE SPACES.
           05 FILLER                 PIC X(08) VALUE "  ALL 12".
           05 F95-MONTH-HDG-COL      PIC X(08) OCCURS 12 TIMES.
       01  F95-CODE-LINE.
           05 FILLER                 PIC X(10) VALUE SPACES.
           05 F95-CODE-LABEL         PIC X(14).
           05 F95-CODE-ALL           PIC X(08).
           05 F95-CODE-COL           PIC X(08) OCCURS 12 TIMES.
       01  F95-AMOUNT-LINE.
           05 FILLER                 PIC X(10) VALUE SPACES.
           05 F95-AMOUNT-LABEL       PIC X(14).
           05 F95-AMOUNT-ALL         PIC X(08).
           05 F95-AMOUNT-COL         PIC X(08) OCCURS 12 TIMES.
       01  WS-AMOUNT-EDIT            PIC ZZZ9.99.
       01  F95-FOOT-LINE.
           05 FILLER                 PIC X(10) VALUE SPACES.
           05 FILLER                 PIC X(49)
              VALUE "LINE 15 IS THE EMPLOYEE SHARE OF THE LOWEST-COST".
           05 FILLER                 PIC X(50)
              VALUE " MONTHLY PREMIUM FOR SELF-ONLY COVERAGE OFFERED.".

      * 1094-C TRANSMITTAL
       01  F94-HDG-01.
           05 FILLER                 PIC X(10) VALUE SPACES.
           05 FILLER                 PIC X(46)
              VALUE "FORM 1094-C  TRANSMITTAL OF EMPLOYER-PROVIDED".
           05 FILLER                 PIC X(40)
              VALUE "HEALTH INSURANCE OFFER AND COVERAGE".
           05 FILLER                 PIC X(13) VALUE SPACES.
           05 F94-HDG-01-YEAR        PIC X(04).
       01  F94-LINE.
           05 FILLER                 PIC X(10) VALUE SPACES.
           05 F94-LABEL              PIC X(50).
           05 F94-VALUE              PIC X(45).
       01  WS-COUNT-EDIT             PIC ZZZ,ZZ9.
       01  F94-PART3-HDG.
           05 FILLER                 PIC X(10) VALUE SPACES.
           05 FILLER                 PIC X(10) VALUE SPACES.
           05 FILLER                 PIC X(14) VALUE "(a) MEC OFFER".
           05 FILLER                 PIC X(16) VALUE "(b) FULL-TIME".
           05 FILLER                 PIC X(16) VALUE "(c) TOTAL EMPS".
           05 FILLER                 PIC X(16) VALUE "(d) AGGREGATED".
           05 FILLER                 PIC X(16) VALUE "  FT OFFERED %".
       01  F94-PART3-LINE.
           05 FILLER                 PIC X(10) VALUE SPACES.
           05 F94-P3-MONTH           PIC X(10).
           05 FILLER                 PIC X(04) VALUE SPACES.
           05 F94-P3-MEC             PIC X(03).
           05 FILLER                 PIC X(07) VALUE SPACES.
           05 F94-P3-FT              PIC ZZ,ZZ9.
           05 FILLER                 PIC X(10) VALUE SPACES.
           05 F94-P3-TOTAL           PIC ZZ,ZZ9.
           05 FILLER                 PIC X(10) VALUE SPACES.
           05 F94-P3-AGG             PIC X(03) VALUE SPACES.
           05 FILLER                 PIC X(13) VALUE SPACES.
           05 F94-P3-PCT             PIC ZZ9.99.

       PROCEDURE DIVISION.

           DISPLAY "ACAFRMRB FOR RYAN BROOKS".

           PERFORM 1000-INITIALIZE.
           PERFORM 5400-WRITE-SUBMISSION-HEADER.
           PERFORM 2000-READ-DETERMINATION.

           perform until END-OF-DETERMINATION
              IF DET-FULL-TIME = "Y"
                 perform 3000-BUILD-ONE-FORM THRU 3000-EXIT
              END-IF
              perform 2000-READ-DETERMINATION
           END-PERFORM.

           PERFORM 4000-COUNT-ALE-MONTHS.
           PERFORM 6000-PRINT-1094C.
           PERFORM 5600-WRITE-SUBMISSION-TOTAL.

           display "DETERMINATIONS READ:         "
               WS-DETERMINATIONS-READ.
           display "1095-C FORMS PRINTED:        " WS-FORMS-PRINTED.
           display "FULL-TIME NOT ON MASTER:     " WS-NOT-ON-MASTER.
           display "NO COVERAGE ROW (1H ALL YR): " WS-NO-COVERAGE-ROW.
           IF WS-NO-SSN-COUNT > 0
              DISPLAY "ACAFRMRB: " WS-NO-SSN-COUNT " EMPLOYEE(S) "
                  "MISSING SSN - FIX THE MASTER BEFORE TRANSMITTING"
           END-IF.

           PERFORM 9900-WRITE-AUDIT-RECORD.

           close DETERMINATION-FILE
                 FORM-1095C-FILE
                 FORM-1094C-FILE
                 SUBMISSION-FILE
                 AUDIT-TRAIL-FILE.

           GOBACK.

       0500-GET-FILE-PATHS.
      * OVERRIDE THE DEFAULT FILE PATHS IF THE MATCHING ENVIRONMENT
      * VARIABLE HAS BEEN SET:
           ACCEPT WS-ENV-PATH-OVERRIDE FROM ENVIRONMENT
                  "ACAFRMRB-DETERMINATION".
           IF WS-ENV-PATH-OVERRIDE NOT = SPACES
              MOVE WS-ENV-PATH-OVERRIDE TO WS-DETERMINATION-PATH
           END-IF.
           ACCEPT WS-ENV-PATH-OVERRIDE FROM ENVIRONMENT
                  "ACAFRMRB-COVERAGE".
           IF WS-ENV-PATH-OVERRIDE NOT = SPACES
              MOVE WS-ENV-PATH-OVERRIDE TO WS-COVERAGE-PATH
           END-IF.
           ACCEPT WS-ENV-PATH-OVERRIDE FROM ENVIRONMENT
                  "ACAFRMRB-BENEFIT-PLAN".
           IF WS-ENV-PATH-OVERRIDE NOT = SPACES
              MOVE WS-ENV-PATH-OVERRIDE TO WS-BENEFIT-PLAN-PATH
           END-IF.
           ACCEPT WS-ENV-PATH-OVERRIDE FROM ENVIRONMENT
                  "ACAFRMRB-EMPLOYEE-MASTER".
           IF WS-ENV-PATH-OVERRIDE NOT = SPACES
              MOVE WS-ENV-PATH-OVERRIDE TO WS-EMPLOYEE-MASTER-PATH
           END-IF.
           ACCEPT WS-ENV-PATH-OVERRIDE FROM ENVIRONMENT
                  "ACAFRMRB-COMPANY-CONTROL".
           IF WS-ENV-PATH-OVERRIDE NOT = SPACES
              MOVE WS-ENV-PATH-OVERRIDE TO WS-COMPANY-CONTROL-PATH
           END-IF.
           ACCEPT WS-ENV-PATH-OVERRIDE FROM ENVIRONMENT
                  "ACAFRMRB-FORM-1095C".
           IF WS-ENV-PATH-OVERRIDE NOT = SPACES
              MOVE WS-ENV-PATH-OVERRIDE TO WS-FORM-1095C-PATH
           END-IF.
           ACCEPT WS-ENV-PATH-OVERRIDE FROM ENVIRONMENT
                  "ACAFRMRB-FORM-1094C".
           IF WS-ENV-PATH-OVERRIDE NOT = SPACES
              MOVE WS-ENV-PATH-OVERRIDE TO WS-FORM-1094C-PATH
           END-IF.
           ACCEPT WS-ENV-PATH-OVERRIDE FROM ENVIRONMENT
                  "ACAFRMRB-SUBMISSION".
           IF WS-ENV-PATH-OVERRIDE NOT = SPACES
              MOVE WS-ENV-PATH-OVERRIDE TO WS-SUBMISSION-PATH
           END-IF.
           ACCEPT WS-ENV-PATH-OVERRIDE FROM ENVIRONMENT
                  "ACAFRMRB-AUDIT-TRAIL-FILE".
           IF WS-ENV-PATH-OVERRIDE NOT = SPACES
              MOVE WS-ENV-PATH-OVERRIDE TO WS-AUDIT-TRAIL-PATH
           END-IF.

       1000-INITIALIZE.
           PERFORM 0500-GET-FILE-PATHS.
           ACCEPT WS-RUN-DATE FROM DATE.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY.
      * THE FORMS GO OUT IN JANUARY FOR THE YEAR JUST ENDED.
           ACCEPT WS-ENV-STAGING FROM ENVIRONMENT "ACAFRMRB-TAX-YEAR".
           IF WS-ENV-STAGING (1:4) IS NUMERIC
              MOVE WS-ENV-STAGING (1:4) TO WS-TAX-YEAR
           ELSE
              MOVE WS-TODAY (1:4) TO WS-TAX-YEAR
              SUBTRACT 1 FROM WS-TAX-YEAR-N
           END-IF.
           MOVE SPACES TO WS-ENV-STAGING.
           ACCEPT WS-ENV-STAGING FROM ENVIRONMENT
                  "ACAFRMRB-FPL-MONTHLY".
           IF WS-ENV-STAGING (1:5) IS NUMERIC
              MOVE WS-ENV-STAGING (1:5) TO WS-FPL-MONTHLY
           END-IF.
           MOVE WS-TAX-YEAR TO F95-HDG-01-YEAR.
           MOVE WS-TAX-YEAR TO F94-HDG-01-YEAR.
           MOVE WS-PLAN-START-MONTH TO F95-HDG-03-START.
           INITIALIZE WS-ALE-MONTHS.
      * NO COMPANY RECORD, NO FILING - THE FORMS GO OUT UNDER OUR
      * FEIN AND NAME.
           OPEN INPUT COMPANY-CONTROL-FILE.
           IF COMPANY-CONTROL-FOUND
              READ COMPANY-CONTROL-FILE INTO WS-COMPANY-CONTROL-LINE
              CLOSE COMPANY-CONTROL-FILE
           END-IF.
           IF WS-CMP-FEIN NOT NUMERIC
              OR WS-CMP-NAME = SPACES
              DISPLAY "ACAFRMRB: NO USABLE COMPANY CONTROL RECORD "
                  "(FEIN AND NAME) - RUN STOPPED"
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN INPUT DETERMINATION-FILE.
           IF NOT DETERMINATION-SUCCESSFUL
              DISPLAY "ACAFRMRB: UNABLE TO OPEN DETERMINATION FILE, "
                  "STATUS = " WS-DETERMINATION-STATUS
                  " - RUN ACAMSRRB FIRST"
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           PERFORM 1300-FIND-LOWEST-PREMIUM.
           PERFORM 1400-LOAD-EMPLOYEE-TABLE.
           PERFORM 1500-LOAD-COVERAGE-TABLE.
           OPEN OUTPUT FORM-1095C-FILE.
           OPEN OUTPUT FORM-1094C-FILE.
           OPEN OUTPUT SUBMISSION-FILE.
           IF NOT GOOD-SUBMISSION-WRITE
              DISPLAY "ACAFRMRB: UNABLE TO OPEN SUBMISSION FILE, "
                  "STATUS = " WS-SUBMISSION-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN EXTEND AUDIT-TRAIL-FILE.
           IF NOT GOOD-AUDIT-TRAIL-WRITE
              CLOSE AUDIT-TRAIL-FILE
              OPEN OUTPUT AUDIT-TRAIL-FILE
           END-IF.

       1300-FIND-LOWEST-PREMIUM.
      * LOWEST EMPLOYEE-ONLY MONTHLY SHARE AMONG THE TAX YEAR'S
      * TIERED HEALTH PLANS.  WITHOUT ONE THERE IS NO LINE 15, SO
      * THE RUN STOPS.
           OPEN INPUT BENEFIT-PLAN-FILE.
           IF BENEFIT-PLAN-SUCCESSFUL
              PERFORM UNTIL END-OF-BENEFIT-PLAN
                 READ BENEFIT-PLAN-FILE
                    AT END
                       SET END-OF-BENEFIT-PLAN TO TRUE
                    NOT AT END
                       IF PLN-YEAR = WS-TAX-YEAR
                          AND PLN-DED-CODE = WS-HEALTH-DED-CODE
                          AND PLN-BASIS = "T"
                          AND PLN-EE-MONTHLY-X IS NUMERIC
                          IF WS-LOWEST-PLAN = SPACES
                             OR PLN-EE-MONTHLY < WS-LOWEST-PREMIUM
                             MOVE PLN-EE-MONTHLY TO WS-LOWEST-PREMIUM
                             MOVE PLN-CODE       TO WS-LOWEST-PLAN
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE BENEFIT-PLAN-FILE
           END-IF.
           IF WS-LOWEST-PLAN = SPACES
              DISPLAY "ACAFRMRB: NO TIERED " WS-HEALTH-DED-CODE
                  " PLAN ON THE BENEFIT PLAN FILE FOR " WS-TAX-YEAR
                  " - RUN STOPPED"
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           IF WS-LOWEST-PREMIUM > 999.99
              DISPLAY "ACAFRMRB: LOWEST PREMIUM " WS-LOWEST-PREMIUM
                  " WILL NOT FIT LINE 15 - RUN STOPPED"
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           IF WS-FPL-MONTHLY > 0
              AND WS-LOWEST-PREMIUM NOT > WS-FPL-MONTHLY
              SET PREMIUM-UNDER-FPL TO TRUE
           END-IF.
           DISPLAY "ACAFRMRB: LINE 15 FROM PLAN " WS-LOWEST-PLAN
               " = " WS-LOWEST-PREMIUM.

       1400-LOAD-EMPLOYEE-TABLE.
           OPEN INPUT EMPLOYEE-MASTER.
           IF NOT EMPLOYEE-MASTER-SUCCESSFUL
              DISPLAY "ACAFRMRB: UNABLE TO OPEN EMPLOYEE MASTER, "
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
                       DISPLAY "ACAFRMRB: EMPLOYEE TABLE CEILING "
                           "(5000) REACHED - RUN STOPPED"
                       MOVE 16 TO RETURN-CODE
                       GOBACK
                    END-IF
                    ADD 1 TO WS-EMP-COUNT
                    MOVE EMP-NUMBER  TO TABLE-EMP-NUMBER (WS-EMP-COUNT)
                    MOVE EMP-NAME    TO TABLE-EMP-NAME (WS-EMP-COUNT)
                    MOVE EMP-SSN     TO TABLE-EMP-SSN (WS-EMP-COUNT)
                    MOVE EMP-ADDRESS TO
                         TABLE-EMP-ADDRESS (WS-EMP-COUNT)
                    MOVE EMP-CITY    TO TABLE-EMP-CITY (WS-EMP-COUNT)
                    MOVE EMP-STATE   TO TABLE-EMP-STATE (WS-EMP-COUNT)
                    MOVE EMP-ZIP     TO TABLE-EMP-ZIP (WS-EMP-COUNT)
                    MOVE EMP-STATUS  TO TABLE-EMP-STATUS (WS-EMP-COUNT)
                    MOVE EMP-HIRE-DATE TO
                         TABLE-EMP-HIRE-DATE (WS-EMP-COUNT)
                    MOVE EMP-TERM-DATE TO
                         TABLE-EMP-TERM-DATE (WS-EMP-COUNT)
              END-READ
           END-PERFORM.
           CLOSE EMPLOYEE-MASTER.

       1500-LOAD-COVERAGE-TABLE.
           OPEN INPUT COVERAGE-FILE.
           IF NOT COVERAGE-SUCCESSFUL
              DISPLAY "ACAFRMRB: UNABLE TO OPEN COVERAGE FILE, "
                  "STATUS = " WS-COVERAGE-STATUS " - RUN STOPPED"
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           PERFORM UNTIL END-OF-COVERAGE
              READ COVERAGE-FILE
                 AT END
                    SET END-OF-COVERAGE TO TRUE
                 NOT AT END
                    IF CVG-YEAR = WS-TAX-YEAR
                       IF WS-CVG-COUNT = 5000
                          DISPLAY "ACAFRMRB: COVERAGE TABLE CEILING "
                              "(5000) REACHED - RUN STOPPED"
                          MOVE 16 TO RETURN-CODE
                          GOBACK
                       END-IF
                       ADD 1 TO WS-CVG-COUNT
                       MOVE CVG-EMP-NUMBER TO
                            TABLE-CVG-EMP (WS-CVG-COUNT)
                       MOVE CVG-OFFER-MONTHS TO
                            TABLE-CVG-OFFER (WS-CVG-COUNT)
                       MOVE CVG-ENROLL-MONTHS TO
                            TABLE-CVG-ENROLL (WS-CVG-COUNT)
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE COVERAGE-FILE.

       2000-READ-DETERMINATION.
           READ DETERMINATION-FILE
                AT END
                   DISPLAY "END OF DETERMINATIONS"
                NOT AT END
                   ADD 1 TO WS-DETERMINATIONS-READ.

       3000-BUILD-ONE-FORM.
           PERFORM VARYING WS-EMP-SUB FROM 1 BY 1
              UNTIL WS-EMP-SUB > WS-EMP-COUNT
                 OR TABLE-EMP-NUMBER (WS-EMP-SUB) = DET-EMP-NUMBER
           END-PERFORM.
           IF WS-EMP-SUB > WS-EMP-COUNT
              ADD 1 TO WS-NOT-ON-MASTER
              DISPLAY "ACAFRMRB: FULL-TIME EMPLOYEE " DET-EMP-NUMBER
                  " NOT ON THE MASTER - NO FORM"
              GO TO 3000-EXIT
           END-IF.
           PERFORM VARYING WS-CVG-SUB FROM 1 BY 1
              UNTIL WS-CVG-SUB > WS-CVG-COUNT
                 OR TABLE-CVG-EMP (WS-CVG-SUB) = DET-EMP-NUMBER
           END-PERFORM.
           IF WS-CVG-SUB > WS-CVG-COUNT
              MOVE SPACES TO WS-EMP-OFFER
              MOVE SPACES TO WS-EMP-ENROLL
              ADD 1 TO WS-NO-COVERAGE-ROW
           ELSE
              MOVE TABLE-CVG-OFFER (WS-CVG-SUB)  TO WS-EMP-OFFER
              MOVE TABLE-CVG-ENROLL (WS-CVG-SUB) TO WS-EMP-ENROLL
           END-IF.
      * A TERM DATE ONLY COUNTS ON A TERMINATED EMPLOYEE - A REHIRE
      * CAN STILL CARRY THE OLD ONE.
           IF TABLE-EMP-STATUS (WS-EMP-SUB) = "T"
              AND TABLE-EMP-TERM-DATE (WS-EMP-SUB) IS NUMERIC
              AND TABLE-EMP-TERM-DATE (WS-EMP-SUB) NOT = "00000000"
              MOVE TABLE-EMP-TERM-DATE (WS-EMP-SUB) TO WS-TERM-DATE
           ELSE
              MOVE "99999999" TO WS-TERM-DATE
           END-IF.
           MOVE WS-TAX-YEAR TO WS-MONTH-CCYY.
           PERFORM VARYING WS-MONTH FROM 1 BY 1
              UNTIL WS-MONTH > 12
              PERFORM 3200-CODE-ONE-MONTH
           END-PERFORM.
           PERFORM 3500-FILL-ALL-12-COLUMN.
           PERFORM 5000-PRINT-1095C.
           PERFORM 5500-WRITE-SUBMISSION-EMPLOYEE.
           ADD 1 TO WS-FORMS-PRINTED.
       3000-EXIT.
           EXIT.

       3200-CODE-ONE-MONTH.
           MOVE WS-MONTH TO WS-MONTH-MM.
           MOVE "N" TO WS-EMPLOYED-SW WS-TERMINATED-SW WS-HIRED-SW.
           IF TABLE-EMP-HIRE-DATE (WS-EMP-SUB) (1:6) NOT >
              WS-MONTH-CCYYMM
              AND WS-TERM-DATE (1:6) NOT < WS-MONTH-CCYYMM
              SET EMPLOYED-IN-MONTH TO TRUE
              IF WS-TERM-DATE (1:6) = WS-MONTH-CCYYMM
                 SET TERMINATED-IN-MONTH TO TRUE
              END-IF
              IF TABLE-EMP-HIRE-DATE (WS-EMP-SUB) (1:6) =
                 WS-MONTH-CCYYMM
                 AND TABLE-EMP-HIRE-DATE (WS-EMP-SUB) (7:2) > "01"
                 SET HIRED-IN-MONTH TO TRUE
              END-IF
           END-IF.
           MOVE 0 TO WS-LINE-15 (WS-MONTH).
           MOVE SPACES TO WS-LINE-16 (WS-MONTH).
      * LINE 14 - THE OFFER
           IF NOT EMPLOYED-IN-MONTH
              MOVE "1H" TO WS-LINE-14 (WS-MONTH)
           ELSE
              EVALUATE WS-EMP-OFFER (WS-MONTH:1)
                 WHEN "E"
                    MOVE "1B" TO WS-LINE-14 (WS-MONTH)
                 WHEN "C"
                    MOVE "1C" TO WS-LINE-14 (WS-MONTH)
                 WHEN "S"
                    MOVE "1D" TO WS-LINE-14 (WS-MONTH)
                 WHEN "F"
                    IF PREMIUM-UNDER-FPL
                       MOVE "1A" TO WS-LINE-14 (WS-MONTH)
                    ELSE
                       MOVE "1E" TO WS-LINE-14 (WS-MONTH)
                    END-IF
                 WHEN OTHER
                    MOVE "1H" TO WS-LINE-14 (WS-MONTH)
              END-EVALUATE
           END-IF.
      * LINE 15 - ONLY FOR AN OFFER OTHER THAN A QUALIFYING ONE
           IF WS-LINE-14 (WS-MONTH) NOT = "1H"
              AND WS-LINE-14 (WS-MONTH) NOT = "1A"
              MOVE WS-LOWEST-PREMIUM TO WS-LINE-15 (WS-MONTH)
           END-IF.
      * LINE 16 - WHY NO PENALTY APPLIES, IF ONE IS KNOWN
           EVALUATE TRUE
              WHEN NOT EMPLOYED-IN-MONTH
                 MOVE "2A" TO WS-LINE-16 (WS-MONTH)
              WHEN WS-EMP-ENROLL (WS-MONTH:1) = "Y"
                 MOVE "2C" TO WS-LINE-16 (WS-MONTH)
              WHEN TERMINATED-IN-MONTH
                 MOVE "2B" TO WS-LINE-16 (WS-MONTH)
              WHEN WS-LINE-14 (WS-MONTH) = "1H"
                   AND (HIRED-IN-MONTH OR DET-INITIAL = "Y")
                 MOVE "2D" TO WS-LINE-16 (WS-MONTH)
              WHEN WS-LINE-14 (WS-MONTH) NOT = "1H"
                   AND PREMIUM-UNDER-FPL
                 MOVE "2G" TO WS-LINE-16 (WS-MONTH)
           END-EVALUATE.
      * 1094-C PART III - FULL-TIME EMPLOYEES AND THOSE OFFERED
      * COVERAGE, LEAVING OUT A LIMITED NON-ASSESSMENT MONTH.
           IF EMPLOYED-IN-MONTH AND WS-LINE-16 (WS-MONTH) NOT = "2D"
              ADD 1 TO ALE-FT-COUNT (WS-MONTH)
              IF WS-LINE-14 (WS-MONTH) NOT = "1H"
                 ADD 1 TO ALE-FT-OFFERED (WS-MONTH)
              END-IF
           END-IF.

       3500-FILL-ALL-12-COLUMN.
      * A LINE WITH THE SAME ENTRY EVERY MONTH IS REPORTED ONCE IN
      * THE ALL-12-MONTHS COLUMN, THE MONTH BOXES LEFT BLANK.
           MOVE WS-LINE-14 (1) TO WS-ALL-14.
           MOVE WS-LINE-15 (1) TO WS-ALL-15.
           MOVE WS-LINE-16 (1) TO WS-ALL-16.
           SET ALL-15-SAME TO TRUE.
           PERFORM VARYING WS-MONTH FROM 2 BY 1
              UNTIL WS-MONTH > 12
              IF WS-LINE-14 (WS-MONTH) NOT = WS-ALL-14
                 MOVE SPACES TO WS-ALL-14
              END-IF
              IF WS-LINE-15 (WS-MONTH) NOT = WS-ALL-15
                 MOVE "N" TO WS-ALL-15-SW
              END-IF
              IF WS-LINE-16 (WS-MONTH) NOT = WS-ALL-16
                 MOVE SPACES TO WS-ALL-16
              END-IF
           END-PERFORM.
           IF NOT ALL-15-SAME
              MOVE 0 TO WS-ALL-15
           END-IF.

       4000-COUNT-ALE-MONTHS.
      * COLUMN (c): EVERYONE ON THE PAYROLL AT ANY POINT IN THE
      * MONTH.  COLUMN (a) IS YES WHEN AT LEAST 95% OF THE MONTH'S
      * FULL-TIME EMPLOYEES WERE OFFERED COVERAGE.
           MOVE WS-TAX-YEAR TO WS-MONTH-CCYY.
           PERFORM VARYING WS-EMP-SUB FROM 1 BY 1
              UNTIL WS-EMP-SUB > WS-EMP-COUNT
              IF TABLE-EMP-STATUS (WS-EMP-SUB) = "T"
                 AND TABLE-EMP-TERM-DATE (WS-EMP-SUB) IS NUMERIC
                 AND TABLE-EMP-TERM-DATE (WS-EMP-SUB) NOT = "00000000"
                 MOVE TABLE-EMP-TERM-DATE (WS-EMP-SUB) TO WS-TERM-DATE
              ELSE
                 MOVE "99999999" TO WS-TERM-DATE
              END-IF
              PERFORM VARYING WS-MONTH FROM 1 BY 1
                 UNTIL WS-MONTH > 12
                 MOVE WS-MONTH TO WS-MONTH-MM
                 IF TABLE-EMP-HIRE-DATE (WS-EMP-SUB) (1:6) NOT >
                    WS-MONTH-CCYYMM
                    AND WS-TERM-DATE (1:6) NOT < WS-MONTH-CCYYMM
                    ADD 1 TO ALE-TOTAL-COUNT (WS-MONTH)
                 END-IF
              END-PERFORM
           END-PERFORM.
           PERFORM VARYING WS-MONTH FROM 1 BY 1
              UNTIL WS-MONTH > 12
              IF ALE-FT-COUNT (WS-MONTH) = 0
                 MOVE "N" TO ALE-MEC-OFFERED (WS-MONTH)
              ELSE
                 IF ALE-FT-OFFERED (WS-MONTH) * 100 NOT <
                    ALE-FT-COUNT (WS-MONTH) * 95
                    MOVE "Y" TO ALE-MEC-OFFERED (WS-MONTH)
                 ELSE
                    MOVE "N" TO ALE-MEC-OFFERED (WS-MONTH)
                 END-IF
              END-IF
           END-PERFORM.

       5000-PRINT-1095C.
           WRITE FORM-1095C-RECORD FROM F95-HDG-01
             after advancing page.
           WRITE FORM-1095C-RECORD FROM F95-HDG-02
             after advancing 02 LINES.
      * EMPLOYEE COPY - SSN TRUNCATED TO THE LAST FOUR.
           MOVE "1 NAME"                      TO F95-LEFT-LABEL.
           MOVE TABLE-EMP-NAME (WS-EMP-SUB)   TO F95-LEFT-VALUE.
           MOVE "7 NAME"                      TO F95-RIGHT-LABEL.
           MOVE WS-CMP-NAME                   TO F95-RIGHT-VALUE.
           WRITE FORM-1095C-RECORD FROM F95-PART1-LINE
             after advancing 01 LINES.
           MOVE "2 SSN"                       TO F95-LEFT-LABEL.
           MOVE SPACES                        TO F95-LEFT-VALUE.
           MOVE "XXX-XX-"                     TO F95-LEFT-VALUE (1:7).
           MOVE TABLE-EMP-SSN (WS-EMP-SUB) (6:4)
                                              TO F95-LEFT-VALUE (8:4).
           MOVE "8 EIN"                       TO F95-RIGHT-LABEL.
           MOVE SPACES                        TO F95-RIGHT-VALUE.
           MOVE WS-CMP-FEIN (1:2)             TO F95-RIGHT-VALUE (1:2).
           MOVE "-"                           TO F95-RIGHT-VALUE (3:1).
           MOVE WS-CMP-FEIN (3:7)             TO F95-RIGHT-VALUE (4:7).
           WRITE FORM-1095C-RECORD FROM F95-PART1-LINE
             after advancing 01 LINES.
           MOVE "3 STREET"                    TO F95-LEFT-LABEL.
           MOVE TABLE-EMP-ADDRESS (WS-EMP-SUB) TO F95-LEFT-VALUE.
           MOVE "9 STREET"                    TO F95-RIGHT-LABEL.
           MOVE WS-CMP-ADDRESS                TO F95-RIGHT-VALUE.
           WRITE FORM-1095C-RECORD FROM F95-PART1-LINE
             after advancing 01 LINES.
           MOVE "4-6 CITY/ST/ZIP"             TO F95-LEFT-LABEL.
           MOVE SPACES                        TO F95-LEFT-VALUE.
           STRING TABLE-EMP-CITY (WS-EMP-SUB) DELIMITED BY "  "
                  " "                         DELIMITED BY SIZE
                  TABLE-EMP-STATE (WS-EMP-SUB) DELIMITED BY SIZE
                  " "                         DELIMITED BY SIZE
                  TABLE-EMP-ZIP (WS-EMP-SUB)  DELIMITED BY SIZE
             INTO F95-LEFT-VALUE.
           MOVE "11-13 CITY/ST/ZIP"         TO F95-RIGHT-LABEL.
           MOVE SPACES                        TO F95-RIGHT-VALUE.
           STRING WS-CMP-CITY                 DELIMITED BY "  "
                  " "                         DELIMITED BY SIZE
                  WS-CMP-STATE                DELIMITED BY SIZE
                  " "                         DELIMITED BY SIZE
                  WS-CMP-ZIP                  DELIMITED BY SIZE
             INTO F95-RIGHT-VALUE.
           WRITE FORM-1095C-RECORD FROM F95-PART1-LINE
             after advancing 01 LINES.
           MOVE SPACES                        TO F95-LEFT-LABEL
                                                 F95-LEFT-VALUE.
           MOVE "10 PHONE"                    TO F95-RIGHT-LABEL.
           MOVE WS-CMP-PHONE                  TO F95-RIGHT-VALUE.
           WRITE FORM-1095C-RECORD FROM F95-PART1-LINE
             after advancing 01 LINES.
           WRITE FORM-1095C-RECORD FROM F95-HDG-03
             after advancing 02 LINES.
           PERFORM VARYING WS-MONTH FROM 1 BY 1
              UNTIL WS-MONTH > 12
              MOVE SPACES TO F95-MONTH-HDG-COL (WS-MONTH)
              MOVE WS-MONTH-NAME (WS-MONTH)
                TO F95-MONTH-HDG-COL (WS-MONTH) (4:3)
           END-PERFORM.
           WRITE FORM-1095C-RECORD FROM F95-MONTH-HDG
             after advancing 02 LINES.
      * LINE 14
           MOVE "14 OFFER CODE" TO F95-CODE-LABEL.
           MOVE SPACES          TO F95-CODE-ALL.
           MOVE WS-ALL-14       TO F95-CODE-ALL (5:2).
           PERFORM VARYING WS-MONTH FROM 1 BY 1
              UNTIL WS-MONTH > 12
              MOVE SPACES TO F95-CODE-COL (WS-MONTH)
              IF WS-ALL-14 = SPACES
                 MOVE WS-LINE-14 (WS-MONTH)
                   TO F95-CODE-COL (WS-MONTH) (5:2)
              END-IF
           END-PERFORM.
           WRITE FORM-1095C-RECORD FROM F95-CODE-LINE
             after advancing 02 LINES.
      * LINE 15
           MOVE "15 EE SHARE"   TO F95-AMOUNT-LABEL.
           MOVE SPACES          TO F95-AMOUNT-ALL.
           IF ALL-15-SAME AND WS-ALL-15 > 0
              MOVE WS-ALL-15      TO WS-AMOUNT-EDIT
              MOVE WS-AMOUNT-EDIT TO F95-AMOUNT-ALL (2:7)
           END-IF.
           PERFORM VARYING WS-MONTH FROM 1 BY 1
              UNTIL WS-MONTH > 12
              MOVE SPACES TO F95-AMOUNT-COL (WS-MONTH)
              IF NOT ALL-15-SAME AND WS-LINE-15 (WS-MONTH) > 0
                 MOVE WS-LINE-15 (WS-MONTH) TO WS-AMOUNT-EDIT
                 MOVE WS-AMOUNT-EDIT
                   TO F95-AMOUNT-COL (WS-MONTH) (2:7)
              END-IF
           END-PERFORM.
           WRITE FORM-1095C-RECORD FROM F95-AMOUNT-LINE
             after advancing 01 LINES.
      * LINE 16
           MOVE "16 SAFE HARBOR" TO F95-CODE-LABEL.
           MOVE SPACES          TO F95-CODE-ALL.
           MOVE WS-ALL-16       TO F95-CODE-ALL (5:2).
           PERFORM VARYING WS-MONTH FROM 1 BY 1
              UNTIL WS-MONTH > 12
              MOVE SPACES TO F95-CODE-COL (WS-MONTH)
              IF WS-ALL-16 = SPACES
                 MOVE WS-LINE-16 (WS-MONTH)
                   TO F95-CODE-COL (WS-MONTH) (5:2)
              END-IF
           END-PERFORM.
           WRITE FORM-1095C-RECORD FROM F95-CODE-LINE
             after advancing 01 LINES.
           WRITE FORM-1095C-RECORD FROM F95-FOOT-LINE
             after advancing 03 LINES.

       5400-WRITE-SUBMISSION-HEADER.
      * EMPLOYER FIELDS OF THE CT RECORD.  THE RECORD ITSELF GOES
      * OUT AFTER THE LAST CE (SEE 5600), ONCE THE 1094-C COUNTS
      * ARE KNOWN.
           MOVE WS-TAX-YEAR    TO CT-TAX-YEAR.
           MOVE WS-CMP-FEIN    TO CT-EMPLOYER-EIN.
           MOVE WS-CMP-NAME    TO CT-EMPLOYER-NAME.
           MOVE WS-CMP-ADDRESS TO CT-EMPLOYER-ADDRESS.
           MOVE WS-CMP-CITY    TO CT-EMPLOYER-CITY.
           MOVE WS-CMP-STATE   TO CT-EMPLOYER-STATE.
           MOVE WS-CMP-ZIP     TO CT-EMPLOYER-ZIP.
           MOVE WS-CMP-CONTACT TO CT-CONTACT.
           MOVE WS-CMP-PHONE   TO CT-PHONE.

       5500-WRITE-SUBMISSION-EMPLOYEE.
      * THE SUBMISSION CARRIES THE FULL SSN.  AN EMPLOYEE WITH NONE
      * STILL GOES ON THE FILE, ZERO-FILLED, BUT IS COUNTED AND
      * FLAGGED (AS W2SUMRB DOES).
           IF TABLE-EMP-SSN (WS-EMP-SUB) IS NUMERIC
              MOVE TABLE-EMP-SSN (WS-EMP-SUB) TO CE-SSN
           ELSE
              MOVE "000000000" TO CE-SSN
              ADD 1 TO WS-NO-SSN-COUNT
              DISPLAY "ACAFRMRB: NO SSN ON MASTER FOR EMPLOYEE "
                  DET-EMP-NUMBER
           END-IF.
           MOVE SPACES TO WS-NAME-FIRST WS-NAME-LAST.
           MOVE 1 TO WS-NAME-PTR.
           UNSTRING TABLE-EMP-NAME (WS-EMP-SUB) DELIMITED BY " "
               INTO WS-NAME-FIRST
               WITH POINTER WS-NAME-PTR.
           IF WS-NAME-PTR < 21
              MOVE TABLE-EMP-NAME (WS-EMP-SUB) (WS-NAME-PTR:)
                TO WS-NAME-LAST
           END-IF.
           MOVE WS-NAME-FIRST                  TO CE-FIRST-NAME.
           MOVE WS-NAME-LAST                   TO CE-LAST-NAME.
           MOVE TABLE-EMP-ADDRESS (WS-EMP-SUB) TO CE-ADDRESS.
           MOVE TABLE-EMP-CITY (WS-EMP-SUB)    TO CE-CITY.
           MOVE TABLE-EMP-STATE (WS-EMP-SUB)   TO CE-STATE.
           MOVE TABLE-EMP-ZIP (WS-EMP-SUB)     TO CE-ZIP.
           MOVE WS-PLAN-START-MONTH            TO CE-PLAN-START-MONTH.
           MOVE WS-ALL-14                      TO CE-ALL-14.
           MOVE WS-ALL-16                      TO CE-ALL-16.
           IF ALL-15-SAME
              MOVE WS-ALL-15                   TO CE-ALL-15
           ELSE
              MOVE 0                           TO CE-ALL-15
           END-IF.
           PERFORM VARYING WS-MONTH FROM 1 BY 1
              UNTIL WS-MONTH > 12
              IF WS-ALL-14 = SPACES
                 MOVE WS-LINE-14 (WS-MONTH) TO CE-MONTH-14 (WS-MONTH)
              ELSE
                 MOVE SPACES TO CE-MONTH-14 (WS-MONTH)
              END-IF
              IF ALL-15-SAME
                 MOVE 0 TO CE-MONTH-15 (WS-MONTH)
              ELSE
                 MOVE WS-LINE-15 (WS-MONTH) TO CE-MONTH-15 (WS-MONTH)
              END-IF
              IF WS-ALL-16 = SPACES
                 MOVE WS-LINE-16 (WS-MONTH) TO CE-MONTH-16 (WS-MONTH)
              ELSE
                 MOVE SPACES TO CE-MONTH-16 (WS-MONTH)
              END-IF
           END-PERFORM.
           WRITE SUBMISSION-RECORD FROM ACA-CE-RECORD.

       5600-WRITE-SUBMISSION-TOTAL.
      * THE TRANSMITTAL (CT) AND THE COUNT (CF) CLOSE THE FILE - THE
      * 1094-C FIGURES ARE ONLY KNOWN ONCE EVERY FORM IS BUILT.
           MOVE WS-FORMS-PRINTED TO CT-FORM-COUNT.
           PERFORM VARYING WS-MONTH FROM 1 BY 1
              UNTIL WS-MONTH > 12
              MOVE ALE-MEC-OFFERED (WS-MONTH) TO
                   CT-MEC-OFFERED (WS-MONTH)
              MOVE ALE-FT-COUNT (WS-MONTH)    TO CT-FT-COUNT (WS-MONTH)
              MOVE ALE-TOTAL-COUNT (WS-MONTH) TO
                   CT-TOTAL-COUNT (WS-MONTH)
           END-PERFORM.
           WRITE SUBMISSION-RECORD FROM ACA-CT-RECORD.
           MOVE WS-FORMS-PRINTED TO CF-CE-COUNT.
           WRITE SUBMISSION-RECORD FROM ACA-CF-RECORD.

       6000-PRINT-1094C.
           WRITE FORM-1094C-RECORD FROM F94-HDG-01
             after advancing page.
           MOVE "PART I   APPLICABLE LARGE EMPLOYER MEMBER (ALE)"
             TO F94-LABEL.
           MOVE SPACES TO F94-VALUE.
           WRITE FORM-1094C-RECORD FROM F94-LINE
             after advancing 02 LINES.
           MOVE "1  NAME OF ALE MEMBER (EMPLOYER)" TO F94-LABEL.
           MOVE WS-CMP-NAME TO F94-VALUE.
           PERFORM 6900-WRITE-1094C-LINE.
           MOVE "2  EMPLOYER IDENTIFICATION NUMBER (EIN)" TO F94-LABEL.
           MOVE SPACES            TO F94-VALUE.
           MOVE WS-CMP-FEIN (1:2) TO F94-VALUE (1:2).
           MOVE "-"               TO F94-VALUE (3:1).
           MOVE WS-CMP-FEIN (3:7) TO F94-VALUE (4:7).
           PERFORM 6900-WRITE-1094C-LINE.
           MOVE "3  STREET ADDRESS" TO F94-LABEL.
           MOVE WS-CMP-ADDRESS    TO F94-VALUE.
           PERFORM 6900-WRITE-1094C-LINE.
           MOVE "4-6  CITY, STATE, ZIP" TO F94-LABEL.
           MOVE SPACES TO F94-VALUE.
           STRING WS-CMP-CITY  DELIMITED BY "  "
                  " "          DELIMITED BY SIZE
                  WS-CMP-STATE DELIMITED BY SIZE
                  " "          DELIMITED BY SIZE
                  WS-CMP-ZIP   DELIMITED BY SIZE
             INTO F94-VALUE.
           PERFORM 6900-WRITE-1094C-LINE.
           MOVE "7  CONTACT PERSON" TO F94-LABEL.
           MOVE WS-CMP-CONTACT    TO F94-VALUE.
           PERFORM 6900-WRITE-1094C-LINE.
           MOVE "8  CONTACT TELEPHONE" TO F94-LABEL.
           MOVE WS-CMP-PHONE      TO F94-VALUE.
           PERFORM 6900-WRITE-1094C-LINE.
           MOVE "18 TOTAL FORMS 1095-C WITH THIS TRANSMITTAL"
             TO F94-LABEL.
           MOVE WS-FORMS-PRINTED  TO WS-COUNT-EDIT.
           MOVE WS-COUNT-EDIT     TO F94-VALUE.
           PERFORM 6900-WRITE-1094C-LINE.
           MOVE "19 AUTHORITATIVE TRANSMITTAL" TO F94-LABEL.
           MOVE "X"               TO F94-VALUE.
           PERFORM 6900-WRITE-1094C-LINE.
           MOVE "20 TOTAL FORMS 1095-C FILED BY THIS ALE MEMBER"
             TO F94-LABEL.
           MOVE WS-COUNT-EDIT     TO F94-VALUE.
           PERFORM 6900-WRITE-1094C-LINE.
           MOVE "21 MEMBER OF AGGREGATED ALE GROUP" TO F94-LABEL.
           MOVE "NO"              TO F94-VALUE.
           PERFORM 6900-WRITE-1094C-LINE.
           MOVE "PART III ALE MEMBER INFORMATION - MONTHLY"
             TO F94-LABEL.
           MOVE SPACES TO F94-VALUE.
           WRITE FORM-1094C-RECORD FROM F94-LINE
             after advancing 03 LINES.
           WRITE FORM-1094C-RECORD FROM F94-PART3-HDG
             after advancing 02 LINES.
           PERFORM VARYING WS-MONTH FROM 1 BY 1
              UNTIL WS-MONTH > 12
              MOVE SPACES                    TO F94-P3-MONTH
              MOVE WS-MONTH-NAME (WS-MONTH)  TO F94-P3-MONTH
              IF ALE-MEC-OFFERED (WS-MONTH) = "Y"
                 MOVE "YES"                  TO F94-P3-MEC
              ELSE
                 MOVE "NO"                   TO F94-P3-MEC
              END-IF
              MOVE ALE-FT-COUNT (WS-MONTH)   TO F94-P3-FT
              MOVE ALE-TOTAL-COUNT (WS-MONTH) TO F94-P3-TOTAL
              IF ALE-FT-COUNT (WS-MONTH) = 0
                 MOVE 0 TO WS-OFFER-PCT
              ELSE
                 COMPUTE WS-OFFER-PCT ROUNDED =
                    ALE-FT-OFFERED (WS-MONTH) * 100
                    / ALE-FT-COUNT (WS-MONTH)
              END-IF
              MOVE WS-OFFER-PCT              TO F94-P3-PCT
              WRITE FORM-1094C-RECORD FROM F94-PART3-LINE
                after advancing 01 LINES
           END-PERFORM.

       6900-WRITE-1094C-LINE.
           WRITE FORM-1094C-RECORD FROM F94-LINE
             after advancing 01 LINES.

       9900-WRITE-AUDIT-RECORD.
      * APPEND ONE SUMMARY LINE FOR THIS RUN TO THE SHARED OPERATIONS
      * AUDIT TRAIL, MIRRORING THE PROGRAM TOTALS DISPLAYED ABOVE.
           ACCEPT WS-RUN-TIME FROM TIME.
           MOVE "ACAFRMRB"          TO AUD-PROGRAM-NAME.
           MOVE WS-RUN-DATE         TO AUD-RUN-DATE.
           MOVE WS-RUN-TIME         TO AUD-RUN-TIME.
           MOVE WS-DETERMINATIONS-READ TO AUD-RECORDS-READ.
           MOVE WS-FORMS-PRINTED    TO AUD-RECORDS-WRITTEN.
           MOVE SPACES              TO AUD-KEY-TOTALS.
           MOVE "TAX YEAR "         TO AUD-KEY-TOTALS(1:9).
           MOVE WS-TAX-YEAR         TO AUD-KEY-TOTALS(10:4).
           MOVE " 1095-C="          TO AUD-KEY-TOTALS(14:8).
           MOVE WS-FORMS-PRINTED    TO AUD-KEY-TOTALS(22:5).
           IF RETURN-CODE = 0
              MOVE "OK" TO AUD-COMPLETION-STATUS
           ELSE
              MOVE "ER" TO AUD-COMPLETION-STATUS
           END-IF.
           WRITE AUDIT-TRAIL-RECORD FROM AUDIT-TRAIL-LINE.
