       IDENTIFICATION DIVISION.
       PROGRAM-ID.    APPAYRB.
       AUTHOR.        RYAN BROOKS
      * ACCOUNTS PAYABLE PAYMENT RUN.  APINVRB PUTS MATCHED VENDOR
      * INVOICES ON THE OPEN-PAYABLES FILE (OPENPAY.DAT); THIS
      * PROGRAM PAYS THEM.  EVERY OPEN INVOICE DUE ON OR BEFORE THE
      * CUTOFF DATE IS SELECTED, AND SO IS ONE WHOSE EARLY-PAY
      * DISCOUNT WINDOW IS STILL OPEN TODAY BUT CLOSES BY THE CUTOFF -
      * THAT ONE IS PAID NOW, LESS ITS DISCOUNT, RATHER THAN LOSE THE
      * DISCOUNT BEFORE THE NEXT RUN.  A DISCOUNT IS TAKEN ON ANY
      * SELECTED INVOICE PAID ON OR BEFORE ITS DISCOUNT DATE.
      *
      * NOTHING IS PAID FOR AN INVOICE ON HOLD (OPY-STATUS H) OR A
      * VENDOR ON HOLD (H ON THE AP VENDOR MASTER).  THE OPTIONAL
      * HOLD-REQUEST FILE (APPAYHLD.txt) IS APPLIED FIRST:
      *     H + VENDOR + INVOICE   HOLD THAT INVOICE UNTIL RELEASED
      *     R + VENDOR + INVOICE   RELEASE A HELD INVOICE
      *     H + VENDOR, NO INVOICE HOLD THE WHOLE VENDOR THIS RUN
      *     R + VENDOR, NO INVOICE PAY THE VENDOR THIS RUN EVEN
      *                            THOUGH THE MASTER SAYS HOLD
      * THE APPLIED REQUEST FILE IS RENAMED ASIDE
      * (<PATH>.P<YYMMDDHHMM>) SO IT CANNOT APPLY TWICE.
      *
      * EACH VENDOR GETS ONE PAYMENT FOR ALL ITS SELECTED INVOICES:
      *     C (CHECK) - THE NEXT NUMBER FROM THE AP CHECK SEQUENCE
      *                 (APCHKNUM.DAT, KEPT APART FROM PAYROLL'S AND
      *                 STARTING AT 500001), A CHECK-PRINT RECORD
      *                 (APCHECKS.DAT), THE CUMULATIVE AP ISSUE
      *                 REGISTER (APCHKISS.DAT) BNKRECRB RECONCILES,
      *                 AND A RECORD APPENDED TO THE POSITIVE-PAY
      *                 ISSUE FILE (POSPAY.DAT) PAYRPTRB ALSO WRITES;
      *     A (ACH)   - A CCD CREDIT ENTRY IN THE AP NACHA FILE
      *                 (APACH.DAT), BUILT THE SAME WAY PAYRPTRB
      *                 BUILDS THE PAYROLL ONE.  AN ACH VENDOR WITH
      *                 NO USABLE ROUTING OR ACCOUNT IS PAID BY CHECK,
      *                 THE SAME FALLBACK PAYROLL USES.
      * THE PAID INVOICES ARE MARKED P ON OPEN PAYABLES WITH THE
      * AMOUNT, DATE, AND CHECK NUMBER OR ACH REFERENCE, AND EVERY
      * PAYMENT APPENDS ITS CASH/AP ENTRY TO GLPOST.DAT: DEBIT TRADE
      * PAYABLES FOR THE INVOICES RELIEVED, CREDIT CASH FOR WHAT WAS
      * SENT, CREDIT PURCHASE DISCOUNTS FOR WHAT WAS NOT.
      *
      * THE CHECK REGISTER (APCHKREG.rpt) LISTS THE HOLD REQUESTS,
      * EVERY PAYMENT WITH ITS INVOICES, AND WHAT WAS DUE BUT NOT
      * PAID AND WHY.  THE AGING (APAGING.rpt) SHOWS WHAT IS STILL
      * OWED AFTER THE RUN, BY VENDOR, BY DAYS PAST DUE.
      *
      * APPAYRB-CUTOFF-DATE (CCYYMMDD) SETS THE CUTOFF - DEFAULT IS
      * THE RUN DATE.  APPAYRB-ACH-ODFI-ROUTING, APPAYRB-ACH-COMPANY-
      * ID, AND APPAYRB-POSPAY-ACCOUNT OVERRIDE THE BANK CONSTANTS.
      * OPEN PAYABLES ARE REWRITTEN WHOLE UNDER THE SAME RUN LOCK
      * APINVRB TAKES.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HOLD-REQUEST-IN ASSIGN DYNAMIC
                 WS-HOLD-REQUEST-PATH
             organization is line sequential
             file status is WS-HOLD-REQUEST-STATUS.
           SELECT OPEN-PAYABLE-FILE ASSIGN DYNAMIC
                 WS-OPEN-PAYABLE-PATH
             organization is line sequential
             file status is WS-OPEN-PAYABLE-STATUS.
           SELECT AP-VENDOR-FILE ASSIGN DYNAMIC
                 WS-AP-VENDOR-PATH
             organization is line sequential
             file status is WS-AP-VENDOR-STATUS.
           SELECT CHECK-NUMBER-FILE ASSIGN DYNAMIC
                 WS-CHECK-NUMBER-PATH
             organization is line sequential
             file status is WS-CHECK-NUMBER-STATUS.
           SELECT CHECK-PRINT-FILE ASSIGN DYNAMIC
                 WS-CHECK-PRINT-PATH
             organization is line sequential
             file status is WS-CHECK-PRINT-STATUS.
           SELECT CHECK-ISSUE-FILE ASSIGN DYNAMIC
                 WS-CHECK-ISSUE-PATH
             organization is line sequential
             file status is WS-CHECK-ISSUE-STATUS.
           SELECT POSITIVE-PAY-FILE ASSIGN DYNAMIC
                 WS-POSITIVE-PAY-PATH
             organization is line sequential
             file status is WS-POSITIVE-PAY-STATUS.
           SELECT ACH-FILE-OUT ASSIGN DYNAMIC
                 WS-ACH-FILE-OUT-PATH
             organization is line sequential
             file status is WS-ACH-FILE-STATUS.
           SELECT GL-POSTING-FILE ASSIGN DYNAMIC
                 WS-GL-POSTING-PATH
             organization is line sequential
             file status is WS-GL-POSTING-STATUS.
           SELECT CHECK-REGISTER
             ASSIGN DYNAMIC WS-CHECK-REGISTER-PATH
             organization is LINE sequential
             file status is WS-CHECK-REGISTER-STATUS.
           SELECT AGING-REPORT
             ASSIGN DYNAMIC WS-AGING-REPORT-PATH
             organization is LINE sequential
             file status is WS-AGING-REPORT-STATUS.
           SELECT AUDIT-TRAIL-FILE ASSIGN DYNAMIC
                 WS-AUDIT-TRAIL-PATH
             organization is line sequential
             file status is WS-AUDIT-TRAIL-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  HOLD-REQUEST-IN
           RECORDING MODE IS F
           DATA RECORD IS HOLD-REQUEST-RECORD.
      * H HOLD / R RELEASE, VENDOR, AND THE VENDOR'S INVOICE NUMBER
      * (BLANK FOR THE WHOLE VENDOR).
       01 HOLD-REQUEST-RECORD.
           05  HRQ-ACTION               PIC X(01).
               88 HRQ-HOLD                 VALUE "H".
               88 HRQ-RELEASE              VALUE "R".
           05  HRQ-VENDOR-ID            PIC X(05).
           05  HRQ-INVOICE-NUMBER       PIC X(10).

       FD  OPEN-PAYABLE-FILE
           RECORDING MODE IS F
           DATA RECORD IS OPEN-PAYABLE-RECORD.
      * SAME LAYOUT APINVRB WRITES.  STATUS O OPEN, H HELD FROM
      * PAYMENT, P PAID.
       01 OPEN-PAYABLE-RECORD.
           05  OPY-VENDOR-ID            PIC X(05).
           05  OPY-INVOICE-NUMBER       PIC X(10).
           05  OPY-INVOICE-DATE         PIC X(08).
           05  OPY-DUE-DATE             PIC X(08).
           05  OPY-DISC-DATE            PIC X(08).
           05  OPY-AMOUNT               PIC 9(08)V99.
           05  OPY-DISC-AMOUNT          PIC 9(06)V99.
           05  OPY-PAID                 PIC 9(08)V99.
           05  OPY-STATUS               PIC X(01).
           05  OPY-PO-NUMBER            PIC 9(06).
           05  OPY-PAYMENT-REF          PIC X(10).
           05  OPY-PAID-DATE            PIC X(08).

       FD  AP-VENDOR-FILE
           RECORDING MODE IS F
           DATA RECORD IS AP-VENDOR-RECORD.
      * SAME LAYOUT APINVRB READS FOR TERMS.
       01 AP-VENDOR-RECORD.
           05  AVN-VENDOR-ID            PIC X(05).
           05  AVN-NAME                 PIC X(20).
           05  AVN-NET-DAYS             PIC 9(03).
           05  AVN-DISC-PCT             PIC 9(02)V99.
           05  AVN-DISC-DAYS            PIC 9(03).
           05  AVN-PAY-METHOD           PIC X(01).
           05  AVN-ROUTING              PIC X(09).
           05  AVN-ACCOUNT              PIC X(17).
           05  AVN-HOLD-FLAG            PIC X(01).

       FD  CHECK-NUMBER-FILE
           RECORDING MODE IS F
           DATA RECORD IS CHECK-NUMBER-RECORD.
      * ONE-RECORD CONTROL FILE: THE NEXT AP CHECK NUMBER TO ISSUE.
       01 CHECK-NUMBER-RECORD.
           05  CTL-NEXT-CHECK-NUMBER    PIC 9(06).

       FD  CHECK-PRINT-FILE
           RECORDING MODE IS F
           DATA RECORD IS CHECK-PRINT-RECORD.
      * THE PRINT SPOOL THE CHECK STOCK IS FED FROM - STARTS FRESH
      * EVERY RUN.
       01 CHECK-PRINT-RECORD.
           05  APC-CHECK-NUMBER         PIC 9(06).
           05  APC-ISSUE-DATE           PIC X(08).
           05  APC-VENDOR-ID            PIC X(05).
           05  APC-VENDOR-NAME          PIC X(20).
           05  APC-AMOUNT               PIC 9(08)V99.
           05  APC-INVOICE-COUNT        PIC 9(03).

       FD  CHECK-ISSUE-FILE
           RECORDING MODE IS F
           DATA RECORD IS CHECK-ISSUE-RECORD.
      * THE CUMULATIVE AP ISSUE REGISTER - ONLY EVER APPENDS, SO
      * BNKRECRB CAN CARRY AN OUTSTANDING VENDOR CHECK ACROSS
      * STATEMENTS.  SAME LAYOUT AS THE PRINT SPOOL.
       01 CHECK-ISSUE-RECORD             PIC X(52).

       FD  POSITIVE-PAY-FILE
           RECORDING MODE IS F
           DATA RECORD IS POSITIVE-PAY-RECORD.
      * SAME BANK LAYOUT PAYRPTRB WRITES - THE AP CHECKS ARE ADDED
      * TO WHATEVER IS ALREADY WAITING TO GO TO THE BANK.
       01 POSITIVE-PAY-RECORD.
           05  PP-BANK-ACCOUNT          PIC X(12).
           05  PP-CHECK-NUMBER          PIC 9(06).
           05  PP-ISSUE-DATE            PIC X(08).
           05  PP-AMOUNT                PIC 9(08)V99.
           05  PP-PAYEE-NAME            PIC X(20).

       FD  ACH-FILE-OUT
           RECORDING MODE IS F
           DATA RECORD IS ACH-RECORD-OUT.
       01 ACH-RECORD-OUT                 PIC X(94).

       FD  GL-POSTING-FILE
           RECORDING MODE IS F
           DATA RECORD IS GL-POSTING-RECORD.
      * SAME POSTING LINE PAYRPTRB, CASHAPRB, AND APINVRB WRITE.
       01 GL-POSTING-RECORD.
           05  GLP-ACCOUNT              PIC X(08).
           05  GLP-DR-CR                PIC X(01).
           05  GLP-AMOUNT               PIC 9(09)V99.
           05  GLP-DESCRIPTION          PIC X(24).
           05  GLP-RUN-DATE             PIC X(06).
           05  GLP-PERIOD               PIC X(06).

       FD  CHECK-REGISTER
           RECORDING MODE IS F
           DATA RECORD IS CHECK-REGISTER-RECORD.
       01 CHECK-REGISTER-RECORD          PIC X(133).

       FD  AGING-REPORT
           RECORDING MODE IS F
           DATA RECORD IS AGING-REPORT-RECORD.
       01 AGING-REPORT-RECORD            PIC X(133).

       FD  AUDIT-TRAIL-FILE
           RECORDING MODE IS F
           DATA RECORD IS AUDIT-TRAIL-RECORD.
       01 AUDIT-TRAIL-RECORD             PIC X(89).

       WORKING-STORAGE SECTION.
      * FILE PATHS - DEFAULT TO THE PATHS BELOW, BUT CAN BE OVERRIDDEN
      * AT RUN TIME BY SETTING THE MATCHING ENVIRONMENT VARIABLE
      * BEFORE STARTING THE PROGRAM (SEE 0500-GET-FILE-PATHS):
        01 WS-FILE-PATHS.
           05 WS-HOLD-REQUEST-PATH      PIC X(80)
                VALUE "C:\Users\Ryan\Desktop\APPAYHLD.txt".
           05 WS-OPEN-PAYABLE-PATH      PIC X(80)
                VALUE "C:\Users\Ryan\Desktop\OPENPAY.DAT".
           05 WS-AP-VENDOR-PATH         PIC X(80)
                VALUE "C:\Users\Ryan\Desktop\APVENDOR.DAT".
           05 WS-CHECK-NUMBER-PATH      PIC X(80)
                VALUE "C:\Users\Ryan\Desktop\APCHKNUM.DAT".
           05 WS-CHECK-PRINT-PATH       PIC X(80)
                VALUE "C:\Users\Ryan\Desktop\APCHECKS.DAT".
           05 WS-CHECK-ISSUE-PATH       PIC X(80)
                VALUE "C:\Users\Ryan\Desktop\APCHKISS.DAT".
           05 WS-POSITIVE-PAY-PATH      PIC X(80)
                VALUE "C:\Users\Ryan\Desktop\POSPAY.DAT".
           05 WS-ACH-FILE-OUT-PATH      PIC X(80)
                VALUE "C:\Users\Ryan\Desktop\APACH.DAT".
           05 WS-GL-POSTING-PATH        PIC X(80)
                VALUE "C:\Users\Ryan\Desktop\GLPOST.DAT".
           05 WS-CHECK-REGISTER-PATH    PIC X(80)
                VALUE "C:\Users\Ryan\Desktop\APCHKREG.rpt".
           05 WS-AGING-REPORT-PATH      PIC X(80)
                VALUE "C:\Users\Ryan\Desktop\APAGING.rpt".
           05 WS-AUDIT-TRAIL-PATH       PIC X(80)
                VALUE "C:\Users\Ryan\Desktop\OPS-AUDIT-TRAIL.LOG".
           05 WS-ENV-PATH-OVERRIDE      PIC X(80).
        01 WS-APPLIED-ASIDE-PATH        PIC X(100) VALUE SPACES.
        01 WS-RENAME-RESULT             PIC 9(09) COMP-5 VALUE 0.
        01 WS-REQUEST-FILE-SW           PIC X(01) VALUE "N".
           88 REQUEST-FILE-PRESENT         VALUE "Y".

      * File status
        COPY "FILESTAT.cpy" REPLACING
            ==STATUS-FIELD==   BY ==WS-HOLD-REQUEST-STATUS==
            ==STATUS-OK==      BY ==HOLD-REQUEST-SUCCESSFUL==
            ==STATUS-EOF==     BY ==END-OF-HOLD-REQUEST==
            ==STATUS-INVALID== BY ==INVALID-VALUE-IN-FILE==.
        01 WS-OPEN-PAYABLE-STATUS       pic X(02).
           88 OPEN-PAYABLE-SUCCESSFUL      VALUE "00".
           88 END-OF-OPEN-PAYABLE          VALUE "10".
        01 WS-AP-VENDOR-STATUS          pic X(02).
           88 AP-VENDOR-SUCCESSFUL         VALUE "00".
           88 END-OF-AP-VENDOR             VALUE "10".
        01 WS-CHECK-NUMBER-STATUS       pic X(02).
           88 CHECK-NUMBER-FILE-FOUND      VALUE "00".
        01 WS-CHECK-PRINT-STATUS        pic X(02).
           88 GOOD-CHECK-PRINT-WRITE       VALUE "00".
        01 WS-CHECK-ISSUE-STATUS        pic X(02).
           88 GOOD-CHECK-ISSUE-WRITE       VALUE "00".
        01 WS-POSITIVE-PAY-STATUS       pic X(02).
           88 GOOD-POSITIVE-PAY-WRITE      VALUE "00".
        01 WS-ACH-FILE-STATUS           pic X(02).
           88 GOOD-ACH-FILE-WRITE          VALUE "00".
        01 WS-GL-POSTING-STATUS         pic X(02).
           88 GOOD-GL-POSTING-WRITE        VALUE "00".
        01 WS-CHECK-REGISTER-STATUS     pic X(02).
           88 GOOD-CHECK-REGISTER          VALUE "00".
        01 WS-AGING-REPORT-STATUS       pic X(02).
           88 GOOD-AGING-REPORT            VALUE "00".
        01 WS-AUDIT-TRAIL-STATUS        pic X(02).
           88 GOOD-AUDIT-TRAIL-WRITE       VALUE "00".

      * RUN LOCK ON THE OPEN-PAYABLES FILE - REWRITTEN WHOLE HERE,
      * APPENDED TO BY APINVRB.
        COPY "RUNLOCK.cpy".
        COPY "DATEFUN.cpy".

      * GL ACCOUNTS - TRADE PAYABLES (THE ACCOUNT APINVRB CREDITS),
      * OPERATING CASH, AND PURCHASE DISCOUNTS TAKEN.
        01 WS-GL-AP-ACCT                PIC X(08) VALUE "20100000".
        01 WS-GL-CASH-ACCT              PIC X(08) VALUE "10100000".
        01 WS-GL-DISCOUNT-ACCT          PIC X(08) VALUE "73000000".
        01 WS-GL-PERIOD                 PIC X(06) VALUE SPACES.

      * NACHA FILE CONSTANTS - THE SAME ORIGINATING BANK AND COMPANY
      * PAYRPTRB SENDS PAYROLL UNDER.  OVERRIDE WITH
      * APPAYRB-ACH-ODFI-ROUTING AND APPAYRB-ACH-COMPANY-ID.
        01 WS-ACH-ODFI-ROUTING          PIC X(09) VALUE "091000019".
        01 WS-ACH-COMPANY-NAME          PIC X(16)
             VALUE "RYAN BROOKS CO".
        01 WS-ACH-COMPANY-ID            PIC X(10) VALUE "1234567890".
        01 WS-ACH-DEST-NAME             PIC X(23)
             VALUE "FIRST NATL BANK".
      * RUNNING NACHA CONTROL FIGURES - ONE CCD ENTRY PER VENDOR
      * PAYMENT, HASH AND TOTALS FIGURED THE PAYROLL WAY.
        01 WS-ACH-ENTRY-COUNT           PIC 9(08) VALUE 0.
        01 WS-ACH-ENTRY-HASH            PIC 9(10) VALUE 0.
        01 WS-ACH-TOTAL-CREDIT          PIC 9(10)V99 VALUE 0.
        01 WS-ACH-RECORD-COUNT          PIC 9(08) VALUE 0.
        01 WS-ACH-BLOCK-COUNT           PIC 9(06) VALUE 0.
        01 WS-ACH-RDFI-8                PIC 9(08) VALUE 0.
        01 WS-ACH-RUN-TIME              PIC 9(08) VALUE 0.
        01 WS-ACH-STARTED-SW            PIC X(01) VALUE "N".
           88 ACH-FILE-STARTED             VALUE "Y".

      * POSITIVE-PAY BANK ACCOUNT AND THE AP CHECK SEQUENCE.
        01 WS-POSPAY-BANK-ACCOUNT       PIC X(12) VALUE "000001234567".
        01 WS-NEXT-CHECK-NUMBER         PIC 9(06) VALUE 500001.

        01 WS-CUTOFF-DATE               PIC X(08) VALUE SPACES.
        01 WS-ENV-STAGING               PIC X(16) VALUE SPACES.

      * AP VENDORS, LOADED AT STARTUP.  THE RUN-HOLD SWITCH IS THIS
      * RUN'S ANSWER: H HELD (MASTER OR REQUEST), R RELEASED BY
      * REQUEST, BLANK PAY AS THE MASTER SAYS.
        01 WS-AVN-COUNT                 PIC 9(03) VALUE 0.
        01 WS-AVN-SUB                   PIC 9(03) VALUE 0.
        01 WS-AP-VENDOR-TABLE.
           05 AVN-TABLE-ENTRY OCCURS 0 TO 500 TIMES
                 DEPENDING ON WS-AVN-COUNT.
              10 TABLE-AVN-RECORD.
                 15 TABLE-AVN-VENDOR    PIC X(05).
                 15 TABLE-AVN-NAME      PIC X(20).
                 15 TABLE-AVN-NET-DAYS  PIC 9(03).
                 15 TABLE-AVN-DISC-PCT  PIC 9(02)V99.
                 15 TABLE-AVN-DISC-DAYS PIC 9(03).
                 15 TABLE-AVN-PAY-METHOD
                                        PIC X(01).
                 15 TABLE-AVN-ROUTING   PIC X(09).
                 15 TABLE-AVN-ACCOUNT   PIC X(17).
                 15 TABLE-AVN-HOLD-FLAG PIC X(01).
              10 TABLE-AVN-RUN-HOLD     PIC X(01).
                 88 TABLE-AVN-HELD         VALUE "H".
                 88 TABLE-AVN-RELEASED     VALUE "R".

      * OPEN PAYABLES, LOADED AT STARTUP AND REWRITTEN AT END OF RUN.
      * THE SELECT SWITCH IS WHAT THIS RUN DECIDED FOR THE ROW:
      * Y PAY IT, H DUE BUT HELD, V DUE BUT NO AP VENDOR.
        01 WS-OPY-COUNT                 PIC 9(05) VALUE 0.
        01 WS-OPY-SUB                   PIC 9(05) VALUE 0.
        01 WS-OPEN-PAYABLE-TABLE.
           05 OPY-TABLE-ENTRY OCCURS 0 TO 10000 TIMES
                 DEPENDING ON WS-OPY-COUNT.
              10 TABLE-OPY-RECORD.
                 15 TABLE-OPY-VENDOR    PIC X(05).
                 15 TABLE-OPY-INVOICE   PIC X(10).
                 15 TABLE-OPY-INV-DATE  PIC X(08).
                 15 TABLE-OPY-DUE-DATE  PIC X(08).
                 15 TABLE-OPY-DISC-DATE PIC X(08).
                 15 TABLE-OPY-AMOUNT    PIC 9(08)V99.
                 15 TABLE-OPY-DISC-AMOUNT
                                        PIC 9(06)V99.
                 15 TABLE-OPY-PAID      PIC 9(08)V99.
                 15 TABLE-OPY-STATUS    PIC X(01).
                    88 TABLE-OPY-OPEN      VALUE "O".
                    88 TABLE-OPY-ON-HOLD   VALUE "H".
                    88 TABLE-OPY-PAID-OFF  VALUE "P".
                 15 TABLE-OPY-PO        PIC 9(06).
                 15 TABLE-OPY-PAY-REF   PIC X(10).
                 15 TABLE-OPY-PAID-DATE PIC X(08).
              10 TABLE-OPY-SELECT-SW    PIC X(01).
                 88 TABLE-OPY-SELECTED     VALUE "Y".
                 88 TABLE-OPY-DUE-HELD     VALUE "H".
                 88 TABLE-OPY-NO-VENDOR    VALUE "V".
              10 TABLE-OPY-DISC-TAKEN   PIC 9(06)V99.
              10 TABLE-OPY-NET-PAY      PIC 9(08)V99.

      * THE INVOICE AND PAYMENT BEING WORKED.
        01 WS-BALANCE                   PIC 9(08)V99 VALUE 0.
        01 WS-DUE-SW                    PIC X(01) VALUE "N".
           88 INVOICE-IS-DUE               VALUE "Y".
        01 WS-DISC-SW                   PIC X(01) VALUE "N".
           88 DISCOUNT-AVAILABLE           VALUE "Y".
        01 WS-PAY-INVOICES              PIC 9(03) VALUE 0.
        01 WS-PAY-GROSS                 PIC 9(09)V99 VALUE 0.
        01 WS-PAY-DISCOUNT              PIC 9(09)V99 VALUE 0.
        01 WS-PAY-NET                   PIC 9(09)V99 VALUE 0.
        01 WS-PAY-METHOD-SW             PIC X(01) VALUE SPACE.
           88 PAY-BY-CHECK                 VALUE "C".
           88 PAY-BY-ACH                   VALUE "A".
        01 WS-PAY-REF                   PIC X(10) VALUE SPACES.
        01 WS-REQUEST-RESULT            PIC X(17) VALUE SPACES.
        01 WS-RUN-RC                    PIC 9(02) VALUE 0.

      * AGING BY VENDOR - BUILT FROM WHAT IS STILL OWED AFTER THE RUN.
        01 WS-AGE-COUNT                 PIC 9(04) VALUE 0.
        01 WS-AGE-SUB                   PIC 9(04) VALUE 0.
        01 WS-AGE-BUCKET                PIC 9(01) VALUE 0.
        01 WS-AGING-TABLE.
           05 AGE-TABLE-ENTRY OCCURS 0 TO 1000 TIMES
                 DEPENDING ON WS-AGE-COUNT.
              10 TABLE-AGE-VENDOR       PIC X(05).
              10 TABLE-AGE-HELD         PIC X(01).
              10 TABLE-AGE-AMOUNT OCCURS 5 TIMES
                                        PIC 9(09)V99.
        01 WS-AGE-TOTALS.
           05 WS-AGE-TOTAL OCCURS 5 TIMES PIC 9(09)V99.
        01 WS-AGE-LINE-TOTAL            PIC 9(10)V99 VALUE 0.
        01 WS-AGE-GRAND-TOTAL           PIC 9(10)V99 VALUE 0.
        01 WS-DAYS-PAST-DUE             PIC S9(05) VALUE 0.

      * RUN COUNTERS
        01 WS-REQUESTS-READ             PIC 9(04) VALUE 0.
        01 WS-REQUESTS-APPLIED          PIC 9(04) VALUE 0.
        01 WS-INVOICES-PAID             PIC 9(05) VALUE 0.
        01 WS-INVOICES-HELD             PIC 9(05) VALUE 0.
        01 WS-CHECK-COUNT               PIC 9(05) VALUE 0.
        01 WS-CHECK-TOTAL               PIC 9(10)V99 VALUE 0.
        01 WS-ACH-COUNT                 PIC 9(05) VALUE 0.
        01 WS-ACH-TOTAL                 PIC 9(10)V99 VALUE 0.
        01 WS-DISCOUNT-TOTAL            PIC 9(10)V99 VALUE 0.
        01 WS-RELIEVED-TOTAL            PIC 9(10)V99 VALUE 0.
        01 WS-PAID-TOTAL-FMT            PIC ZZZ,ZZZ,ZZ9.99.
        01 WS-RUN-DATE                  PIC X(08).
        01 WS-RUN-CCYYMMDD              PIC X(08).
        01 WS-RUN-TIME                  PIC 9(08) VALUE 0.
        COPY "AUDITTRL.cpy".

        01 ACH-FILE-HEADER.
           05 FILLER                    PIC X(01) VALUE "1".
           05 FILLER                    PIC X(02) VALUE "01".
           05 FILLER                    PIC X(01) VALUE SPACE.
           05 ACH-FH-DESTINATION        PIC X(09).
           05 FILLER                    PIC X(01) VALUE SPACE.
           05 ACH-FH-ORIGIN             PIC X(09).
           05 ACH-FH-CREATE-DATE        PIC X(06).
           05 ACH-FH-CREATE-TIME        PIC X(04).
           05 FILLER                    PIC X(01) VALUE "A".
           05 FILLER                    PIC X(03) VALUE "094".
           05 FILLER                    PIC X(02) VALUE "10".
           05 FILLER                    PIC X(01) VALUE "1".
           05 ACH-FH-DEST-NAME          PIC X(23).
           05 ACH-FH-ORIGIN-NAME        PIC X(23).
           05 FILLER                    PIC X(08) VALUE SPACES.

      * CCD - CORPORATE CREDIT OR DEBIT - IS THE CLASS FOR PAYING
      * ANOTHER BUSINESS; PAYROLL'S PPD IS FOR PAYING PEOPLE.
        01 ACH-BATCH-HEADER.
           05 FILLER                    PIC X(01) VALUE "5".
           05 FILLER                    PIC X(03) VALUE "220".
           05 ACH-BH-COMPANY-NAME       PIC X(16).
           05 FILLER                    PIC X(20) VALUE SPACES.
           05 ACH-BH-COMPANY-ID         PIC X(10).
           05 FILLER                    PIC X(03) VALUE "CCD".
           05 FILLER                    PIC X(10) VALUE "VENDOR PAY".
           05 FILLER                    PIC X(06) VALUE SPACES.
           05 ACH-BH-EFFECTIVE-DATE     PIC X(06).
           05 FILLER                    PIC X(03) VALUE SPACES.
           05 FILLER                    PIC X(01) VALUE "1".
           05 ACH-BH-ODFI-8             PIC X(08).
           05 FILLER                    PIC X(07) VALUE "0000001".

        01 ACH-ENTRY-DETAIL.
           05 FILLER                    PIC X(01) VALUE "6".
      * TRANSACTION CODE 22 IS A LIVE CHECKING CREDIT.
           05 ACH-ED-TRAN-CODE          PIC X(02) VALUE "22".
           05 ACH-ED-RDFI-8             PIC X(08).
           05 ACH-ED-RDFI-CHECK         PIC X(01).
           05 ACH-ED-ACCOUNT            PIC X(17).
           05 ACH-ED-AMOUNT             PIC 9(08)V99.
           05 ACH-ED-IDENTIFICATION.
              10 ACH-ED-VENDOR-ID       PIC X(05).
              10 ACH-ED-PAY-REF         PIC X(10).
           05 ACH-ED-NAME               PIC X(22).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 FILLER                    PIC X(01) VALUE "0".
           05 ACH-ED-TRACE-ODFI         PIC X(08).
           05 ACH-ED-TRACE-SEQ          PIC 9(07).

        01 ACH-BATCH-CONTROL.
           05 FILLER                    PIC X(01) VALUE "8".
           05 FILLER                    PIC X(03) VALUE "220".
           05 ACH-BC-ENTRY-COUNT        PIC 9(06).
           05 ACH-BC-ENTRY-HASH         PIC 9(10).
           05 FILLER                    PIC 9(12) VALUE ZEROES.
           05 ACH-BC-TOTAL-CREDIT       PIC 9(10)V99.
           05 ACH-BC-COMPANY-ID         PIC X(10).
           05 FILLER                    PIC X(19) VALUE SPACES.
           05 FILLER                    PIC X(06) VALUE SPACES.
           05 ACH-BC-ODFI-8             PIC X(08).
           05 FILLER                    PIC X(07) VALUE "0000001".

        01 ACH-FILE-CONTROL.
           05 FILLER                    PIC X(01) VALUE "9".
           05 FILLER                    PIC 9(06) VALUE 1.
           05 ACH-FC-BLOCK-COUNT        PIC 9(06).
           05 ACH-FC-ENTRY-COUNT        PIC 9(08).
           05 ACH-FC-ENTRY-HASH         PIC 9(10).
           05 FILLER                    PIC 9(12) VALUE ZEROES.
           05 ACH-FC-TOTAL-CREDIT       PIC 9(10)V99.
           05 FILLER                    PIC X(39) VALUE SPACES.

        01 ACH-BLOCK-FILLER-LINE        PIC X(94) VALUE ALL "9".

       01  PAGE-HDG-01.
           05 PAGE-HDG-01-CC         PIC X(01) VALUE SPACE.
           05 FILLER                 PIC X(49) VALUE SPACES.
           05 FILLER                 PIC X(31)
              VALUE "ACCOUNTS PAYABLE CHECK REGISTER".
           05 FILLER                 PIC X(25) VALUE SPACES.
           05 FILLER                 PIC X(06) VALUE "PAGE: ".
           05 PAGE-HDG-01-PAGE       PIC ZZ9.
       01  PAGE-HDG-02.
           05 PAGE-HDG-02-CC         PIC X(01) VALUE SPACE.
           05 FILLER                 PIC X(13) VALUE "CUTOFF DATE: ".
           05 PAGE-HDG-02-CUTOFF     PIC X(08).
           05 FILLER                 PIC X(04) VALUE SPACES.
           05 FILLER                 PIC X(15) VALUE "GL PERIOD: ".
           05 PAGE-HDG-02-PERIOD     PIC X(06).
           05 FILLER                 PIC X(57) VALUE SPACES.
           05 FILLER                 PIC X(10) VALUE "RUN DATE: ".
           05 PAGE-HDG-02-DATE       PIC XX/XX/XXXX.
       01  PAGE-HDG-03.
           05 PAGE-HDG-03-CC         PIC X(01) VALUE SPACE.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 FILLER                 PIC X(08) VALUE "PAID BY".
           05 FILLER                 PIC X(12) VALUE "CHECK/REF".
           05 FILLER                 PIC X(07) VALUE "VENDOR".
           05 FILLER                 PIC X(22) VALUE "NAME / INVOICE".
           05 FILLER                 PIC X(10) VALUE "INV DATE".
           05 FILLER                 PIC X(10) VALUE "DUE DATE".
           05 FILLER                 PIC X(15)
              VALUE "          GROSS".
           05 FILLER                 PIC X(12)
              VALUE "    DISCOUNT".
           05 FILLER                 PIC X(15)
              VALUE "            NET".
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 FILLER                 PIC X(17) VALUE "NOTE".

       01  SECTION-HDG-LINE.
           05 SECTION-HDG-CC         PIC X(01) VALUE SPACE.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 SECTION-HDG-TEXT       PIC X(60) VALUE SPACES.

       01  DETAIL-LINE-PAYMENT.
           05 DTL-CC                 PIC X(01) VALUE SPACE.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 DTL-METHOD             PIC X(07) VALUE SPACES.
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 DTL-REFERENCE          PIC X(10) VALUE SPACES.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 DTL-VENDOR             PIC X(05) VALUE SPACES.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 DTL-NAME               PIC X(20) VALUE SPACES.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 DTL-INV-DATE           PIC X(08) VALUE SPACES.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 DTL-DUE-DATE           PIC X(08) VALUE SPACES.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 DTL-GROSS              PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 DTL-DISCOUNT           PIC ZZZ,ZZ9.99.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 DTL-NET                PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 DTL-NOTE               PIC X(17) VALUE SPACES.

       01  TOTALS-LINE-1.
           05 TOTAL-LINE-CC          PIC X(01) VALUE SPACE.
           05 FILLER                 PIC X(09) VALUE SPACES.
           05 FILLER                 PIC X(08) VALUE "CHECKS: ".
           05 TOTAL-CHECK-COUNT      PIC ZZ,ZZ9.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 TOTAL-CHECK-AMOUNT     PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                 PIC X(04) VALUE SPACES.
           05 FILLER                 PIC X(05) VALUE "ACH: ".
           05 TOTAL-ACH-COUNT        PIC ZZ,ZZ9.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 TOTAL-ACH-AMOUNT       PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                 PIC X(04) VALUE SPACES.
           05 FILLER                 PIC X(16)
              VALUE "INVOICES PAID: ".
           05 TOTAL-INVOICES-PAID    PIC ZZ,ZZ9.
           05 FILLER                 PIC X(04) VALUE SPACES.
           05 FILLER                 PIC X(16)
              VALUE "DUE BUT HELD: ".
           05 TOTAL-INVOICES-HELD    PIC ZZ,ZZ9.
       01  TOTALS-LINE-2.
           05 TOTAL-LINE-2-CC        PIC X(01) VALUE SPACE.
           05 FILLER                 PIC X(09) VALUE SPACES.
           05 FILLER                 PIC X(20)
              VALUE "GL: DR TRADE AP ".
           05 TOTAL-GL-AP            PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                 PIC X(04) VALUE SPACES.
           05 FILLER                 PIC X(08) VALUE "CR CASH ".
           05 TOTAL-GL-CASH          PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                 PIC X(04) VALUE SPACES.
           05 FILLER                 PIC X(21)
              VALUE "CR DISCOUNTS TAKEN ".
           05 TOTAL-GL-DISCOUNT      PIC ZZZ,ZZZ,ZZ9.99.

       01  AGE-HDG-01.
           05 AGE-HDG-01-CC          PIC X(01) VALUE SPACE.
           05 FILLER                 PIC X(47) VALUE SPACES.
           05 FILLER                 PIC X(33)
              VALUE "ACCOUNTS PAYABLE AGING BY VENDOR".
           05 FILLER                 PIC X(25) VALUE SPACES.
           05 FILLER                 PIC X(06) VALUE "PAGE: ".
           05 AGE-HDG-01-PAGE        PIC ZZ9.
       01  AGE-HDG-02.
           05 AGE-HDG-02-CC          PIC X(01) VALUE SPACE.
           05 FILLER                 PIC X(38)
              VALUE "DAYS PAST DUE AS OF THE RUN DATE".
           05 FILLER                 PIC X(65) VALUE SPACES.
           05 FILLER                 PIC X(10) VALUE "RUN DATE: ".
           05 AGE-HDG-02-DATE        PIC XX/XX/XXXX.
       01  AGE-HDG-03.
           05 AGE-HDG-03-CC          PIC X(01) VALUE SPACE.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 FILLER                 PIC X(07) VALUE "VENDOR".
           05 FILLER                 PIC X(20) VALUE "NAME".
           05 FILLER                 PIC X(15)
              VALUE "        CURRENT".
           05 FILLER                 PIC X(15)
              VALUE "      1-30 DAYS".
           05 FILLER                 PIC X(15)
              VALUE "     31-60 DAYS".
           05 FILLER                 PIC X(15)
              VALUE "     61-90 DAYS".
           05 FILLER                 PIC X(15)
              VALUE "    OVER 90 DAY".
           05 FILLER                 PIC X(16)
              VALUE "     TOTAL OWED".
           05 FILLER                 PIC X(08) VALUE "    HOLD".

       01  DETAIL-LINE-AGING.
           05 AGE-DTL-CC             PIC X(01) VALUE SPACE.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 AGE-DTL-VENDOR         PIC X(05) VALUE SPACES.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 AGE-DTL-NAME           PIC X(20) VALUE SPACES.
           05 AGE-DTL-BUCKET OCCURS 5 TIMES.
              10 FILLER              PIC X(02).
              10 AGE-DTL-AMOUNT      PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 AGE-DTL-TOTAL          PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                 PIC X(04) VALUE SPACES.
           05 AGE-DTL-HOLD           PIC X(04) VALUE SPACES.

       01  DETAIL-LINE-LINE.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 FILLER                 PIC X(131) VALUE ALL "_".

       01  PAGE-STUFF.
           05 WS-PAGE-COUNT           PIC 999 VALUE 0.
           05 WS-LINE-COUNT           PIC 99 VALUE 0.
           05 WS-AGE-PAGE-COUNT       PIC 999 VALUE 0.
           05 WS-AGE-LINE-COUNT       PIC 99 VALUE 0.

       01 WS-REPORT-RULER.
          05 FILLER                  PIC X(50)
             VALUE "----+----1----+----2----+----3----+----4----+----5".
          05 FILLER                  PIC X(50)
             VALUE "----+----6----+----7----+----8----+----9----+----0".
          05 FILLER                  PIC X(44)
             VALUE "----+----1----+----2----+----3---".

       PROCEDURE DIVISION.

           DISPLAY "APPAYRB FOR RYAN BROOKS".

           PERFORM 1000-INITIALIZE.

           PERFORM VARYING WS-OPY-SUB FROM 1 BY 1
              UNTIL WS-OPY-SUB > WS-OPY-COUNT
              PERFORM 2000-SELECT-INVOICE THRU 2000-EXIT
           END-PERFORM.

           MOVE "PAYMENTS" TO SECTION-HDG-TEXT.
           PERFORM 7600-WRITE-SECTION-HEADING.
           PERFORM VARYING WS-AVN-SUB FROM 1 BY 1
              UNTIL WS-AVN-SUB > WS-AVN-COUNT
              PERFORM 3000-PAY-VENDOR THRU 3000-EXIT
           END-PERFORM.

           PERFORM 4000-LIST-NOT-PAID THRU 4000-EXIT.
           IF ACH-FILE-STARTED
              PERFORM 5600-WRITE-ACH-CONTROL
           END-IF.
           perform 9000-CREATE-LISTING-TOTAL-LINE.
           PERFORM 6000-BUILD-AGING.
           PERFORM 6500-PRINT-AGING.
           PERFORM 9600-WRITE-OPEN-PAYABLES.
           PERFORM 9650-WRITE-CHECK-NUMBER.
           IF REQUEST-FILE-PRESENT
              PERFORM 9700-SET-APPLIED-FILE-ASIDE
           END-IF.
           PERFORM 1350-RELEASE-RUN-LOCK.
           MOVE WS-RUN-RC TO RETURN-CODE.

           display "HOLD REQUESTS READ:          " WS-REQUESTS-READ.
           display "HOLD REQUESTS APPLIED:       "
               WS-REQUESTS-APPLIED.
           display "INVOICES PAID:               " WS-INVOICES-PAID.
           display "INVOICES DUE BUT HELD:       " WS-INVOICES-HELD.
           display "VENDOR CHECKS ISSUED:        " WS-CHECK-COUNT.
           MOVE WS-CHECK-TOTAL TO WS-PAID-TOTAL-FMT.
           display "VENDOR CHECK TOTAL:          " WS-PAID-TOTAL-FMT.
           display "ACH PAYMENTS SENT:           " WS-ACH-COUNT.
           MOVE WS-ACH-TOTAL TO WS-PAID-TOTAL-FMT.
           display "ACH PAYMENT TOTAL:           " WS-PAID-TOTAL-FMT.
           MOVE WS-DISCOUNT-TOTAL TO WS-PAID-TOTAL-FMT.
           display "DISCOUNTS TAKEN:             " WS-PAID-TOTAL-FMT.

           PERFORM 9900-WRITE-AUDIT-RECORD.

           close CHECK-PRINT-FILE
                 CHECK-ISSUE-FILE
                 POSITIVE-PAY-FILE
                 ACH-FILE-OUT
                 GL-POSTING-FILE
                 CHECK-REGISTER
                 AGING-REPORT
                 AUDIT-TRAIL-FILE.

           GOBACK.

       0500-GET-FILE-PATHS.
      * OVERRIDE THE DEFAULT FILE PATHS IF THE MATCHING ENVIRONMENT
      * VARIABLE HAS BEEN SET:
           ACCEPT WS-ENV-PATH-OVERRIDE FROM ENVIRONMENT
                  "APPAYRB-HOLD-REQUEST-FILE".
           IF WS-ENV-PATH-OVERRIDE NOT = SPACES
              MOVE WS-ENV-PATH-OVERRIDE TO WS-HOLD-REQUEST-PATH
           END-IF.
           ACCEPT WS-ENV-PATH-OVERRIDE FROM ENVIRONMENT
                  "APPAYRB-OPEN-PAYABLE-FILE".
           IF WS-ENV-PATH-OVERRIDE NOT = SPACES
              MOVE WS-ENV-PATH-OVERRIDE TO WS-OPEN-PAYABLE-PATH
           END-IF.
           ACCEPT WS-ENV-PATH-OVERRIDE FROM ENVIRONMENT
                  "APPAYRB-AP-VENDOR-FILE".
           IF WS-ENV-PATH-OVERRIDE NOT = SPACES
              MOVE WS-ENV-PATH-OVERRIDE TO WS-AP-VENDOR-PATH
           END-IF.
           ACCEPT WS-ENV-PATH-OVERRIDE FROM ENVIRONMENT
                  "APPAYRB-CHECK-NUMBER-FILE".
           IF WS-ENV-PATH-OVERRIDE NOT = SPACES
              MOVE WS-ENV-PATH-OVERRIDE TO WS-CHECK-NUMBER-PATH
           END-IF.
           ACCEPT WS-ENV-PATH-OVERRIDE FROM ENVIRONMENT
                  "APPAYRB-CHECK-PRINT-FILE".
           IF WS-ENV-PATH-OVERRIDE NOT = SPACES
              MOVE WS-ENV-PATH-OVERRIDE TO WS-CHECK-PRINT-PATH
           END-IF.
           ACCEPT WS-ENV-PATH-OVERRIDE FROM ENVIRONMENT
                  "APPAYRB-CHECK-ISSUE-FILE".
           IF WS-ENV-PATH-OVERRIDE NOT = SPACES
              MOVE WS-ENV-PATH-OVERRIDE TO WS-CHECK-ISSUE-PATH
           END-IF.
           ACCEPT WS-ENV-PATH-OVERRIDE FROM ENVIRONMENT
                  "APPAYRB-POSITIVE-PAY-FILE".
           IF WS-ENV-PATH-OVERRIDE NOT = SPACES
              MOVE WS-ENV-PATH-OVERRIDE TO WS-POSITIVE-PAY-PATH
           END-IF.
           ACCEPT WS-ENV-PATH-OVERRIDE FROM ENVIRONMENT
                  "APPAYRB-ACH-FILE-OUT".
           IF WS-ENV-PATH-OVERRIDE NOT = SPACES
              MOVE WS-ENV-PATH-OVERRIDE TO WS-ACH-FILE-OUT-PATH
           END-IF.
           ACCEPT WS-ENV-PATH-OVERRIDE FROM ENVIRONMENT
                  "APPAYRB-GL-POSTING-FILE".
           IF WS-ENV-PATH-OVERRIDE NOT = SPACES
              MOVE WS-ENV-PATH-OVERRIDE TO WS-GL-POSTING-PATH
           END-IF.
           ACCEPT WS-ENV-PATH-OVERRIDE FROM ENVIRONMENT
                  "APPAYRB-CHECK-REGISTER".
           IF WS-ENV-PATH-OVERRIDE NOT = SPACES
              MOVE WS-ENV-PATH-OVERRIDE TO WS-CHECK-REGISTER-PATH
           END-IF.
           ACCEPT WS-ENV-PATH-OVERRIDE FROM ENVIRONMENT
                  "APPAYRB-AGING-REPORT".
           IF WS-ENV-PATH-OVERRIDE NOT = SPACES
              MOVE WS-ENV-PATH-OVERRIDE TO WS-AGING-REPORT-PATH
           END-IF.
           ACCEPT WS-ENV-PATH-OVERRIDE FROM ENVIRONMENT
                  "APPAYRB-AUDIT-TRAIL-FILE".
           IF WS-ENV-PATH-OVERRIDE NOT = SPACES
              MOVE WS-ENV-PATH-OVERRIDE TO WS-AUDIT-TRAIL-PATH
           END-IF.

       1000-INITIALIZE.
           PERFORM 0500-GET-FILE-PATHS.
           ACCEPT WS-RUN-DATE FROM DATE.
           MOVE   WS-RUN-DATE TO PAGE-HDG-02-DATE AGE-HDG-02-DATE.
           MOVE "20"              TO WS-RUN-CCYYMMDD (1:2).
           MOVE WS-RUN-DATE (1:6) TO WS-RUN-CCYYMMDD (3:6).
           MOVE WS-RUN-CCYYMMDD TO WS-CUTOFF-DATE.
           MOVE SPACES TO WS-ENV-STAGING.
           ACCEPT WS-ENV-STAGING FROM ENVIRONMENT
                  "APPAYRB-CUTOFF-DATE".
           IF WS-ENV-STAGING (1:8) IS NUMERIC
              MOVE WS-ENV-STAGING (1:8) TO WS-CUTOFF-DATE
           END-IF.
           MOVE SPACES TO WS-ENV-STAGING.
           ACCEPT WS-ENV-STAGING FROM ENVIRONMENT
                  "APPAYRB-ACH-ODFI-ROUTING".
           IF WS-ENV-STAGING NOT = SPACES
              MOVE WS-ENV-STAGING (1:9) TO WS-ACH-ODFI-ROUTING
           END-IF.
           MOVE SPACES TO WS-ENV-STAGING.
           ACCEPT WS-ENV-STAGING FROM ENVIRONMENT
                  "APPAYRB-ACH-COMPANY-ID".
           IF WS-ENV-STAGING NOT = SPACES
              MOVE WS-ENV-STAGING (1:10) TO WS-ACH-COMPANY-ID
           END-IF.
           MOVE SPACES TO WS-ENV-STAGING.
           ACCEPT WS-ENV-STAGING FROM ENVIRONMENT
                  "APPAYRB-POSPAY-ACCOUNT".
           IF WS-ENV-STAGING NOT = SPACES
              MOVE WS-ENV-STAGING (1:12) TO WS-POSPAY-BANK-ACCOUNT
           END-IF.
           MOVE WS-CUTOFF-DATE TO PAGE-HDG-02-CUTOFF.
           OPEN EXTEND AUDIT-TRAIL-FILE.
           IF NOT GOOD-AUDIT-TRAIL-WRITE
              CLOSE AUDIT-TRAIL-FILE
              OPEN OUTPUT AUDIT-TRAIL-FILE
           END-IF.
           PERFORM 1300-TAKE-RUN-LOCK.
           PERFORM 1160-GET-FISCAL-PERIOD.
           MOVE WS-GL-PERIOD TO PAGE-HDG-02-PERIOD.
           PERFORM 1250-LOAD-AP-VENDORS.
           PERFORM 1400-LOAD-OPEN-PAYABLES.
           PERFORM 1800-LOAD-CHECK-NUMBER.
           OPEN OUTPUT CHECK-REGISTER.
           PERFORM 8000-WRITE-HEADINGS.
           PERFORM 1500-APPLY-HOLD-REQUESTS THRU 1500-EXIT.
           OPEN OUTPUT CHECK-PRINT-FILE.
           OPEN OUTPUT ACH-FILE-OUT.
      * THE ISSUE REGISTER AND POSITIVE PAY ARE CUMULATIVE - ALWAYS
      * APPEND, NEVER TRUNCATE.
           OPEN EXTEND CHECK-ISSUE-FILE.
           IF NOT GOOD-CHECK-ISSUE-WRITE
              CLOSE CHECK-ISSUE-FILE
              OPEN OUTPUT CHECK-ISSUE-FILE
           END-IF.
           OPEN EXTEND POSITIVE-PAY-FILE.
           IF NOT GOOD-POSITIVE-PAY-WRITE
              CLOSE POSITIVE-PAY-FILE
              OPEN OUTPUT POSITIVE-PAY-FILE
           END-IF.
           OPEN EXTEND GL-POSTING-FILE.
           IF NOT GOOD-GL-POSTING-WRITE
              CLOSE GL-POSTING-FILE
              OPEN OUTPUT GL-POSTING-FILE
           END-IF.
           OPEN OUTPUT AGING-REPORT.

       1160-GET-FISCAL-PERIOD.
      * THE ACCOUNTING PERIOD EVERY GL POSTING THIS RUN BELONGS TO -
      * THE RUN MONTH AS CCYYMM WHEN THE CALENDAR HAS NO ROW, THE
      * SAME FALLBACK EVERY OTHER GLPOST.DAT WRITER USES.
           MOVE "F" TO DFN-FUNCTION-CODE.
           MOVE WS-RUN-CCYYMMDD TO DFN-DATE-1.
           CALL "DATESRVRB" USING DATEFUN-PARMS.
           IF DFN-OK
              MOVE DFN-FISCAL-PERIOD TO WS-GL-PERIOD
           ELSE
              MOVE WS-RUN-CCYYMMDD (1:6) TO WS-GL-PERIOD
           END-IF.

       1250-LOAD-AP-VENDORS.
      * WITHOUT THE AP VENDOR MASTER NOBODY CAN BE PAID - NO METHOD,
      * NO BANK DETAILS, NO HOLD FLAGS.
           OPEN INPUT AP-VENDOR-FILE.
           IF NOT AP-VENDOR-SUCCESSFUL
              DISPLAY "APPAYRB: UNABLE TO OPEN AP VENDOR MASTER, "
                  "STATUS = " WS-AP-VENDOR-STATUS
              PERFORM 1350-RELEASE-RUN-LOCK
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           PERFORM UNTIL END-OF-AP-VENDOR
              READ AP-VENDOR-FILE
                 AT END
                    SET END-OF-AP-VENDOR TO TRUE
                 NOT AT END
                    IF WS-AVN-COUNT = 500
                       DISPLAY "APPAYRB: AP VENDOR TABLE CEILING "
                           "(500) REACHED - RUN STOPPED"
                       PERFORM 1350-RELEASE-RUN-LOCK
                       MOVE 16 TO RETURN-CODE
                       GOBACK
                    END-IF
                    ADD 1 TO WS-AVN-COUNT
                    MOVE AP-VENDOR-RECORD TO
                         TABLE-AVN-RECORD (WS-AVN-COUNT)
                    IF AVN-HOLD-FLAG = "H"
                       MOVE "H" TO TABLE-AVN-RUN-HOLD (WS-AVN-COUNT)
                    ELSE
                       MOVE SPACE TO TABLE-AVN-RUN-HOLD (WS-AVN-COUNT)
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE AP-VENDOR-FILE.

       1260-FIND-VENDOR.
      * LEAVES WS-AVN-SUB ON THE VENDOR IN WS-PAY-REF (1:5), OR PAST
      * THE END OF THE TABLE.
           PERFORM VARYING WS-AVN-SUB FROM 1 BY 1
              UNTIL WS-AVN-SUB > WS-AVN-COUNT
                 OR TABLE-AVN-VENDOR (WS-AVN-SUB) = WS-PAY-REF (1:5)
           END-PERFORM.

       1300-TAKE-RUN-LOCK.
           SET LCK-TAKE TO TRUE.
           MOVE WS-OPEN-PAYABLE-PATH TO LCK-MASTER-PATH.
           MOVE "APPAYRB" TO LCK-PROGRAM-NAME.
           CALL "RUNLOKRB" USING RUNLOCK-PARMS.
           IF NOT LCK-OK
              DISPLAY "APPAYRB: OPEN-PAYABLES FILE IS LOCKED BY "
                  LCK-HELD-BY
              DISPLAY "APPAYRB: RUN STOPPED - TRY AGAIN WHEN THE "
                  "LOCK CLEARS"
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF.

       1350-RELEASE-RUN-LOCK.
           SET LCK-RELEASE TO TRUE.
           MOVE WS-OPEN-PAYABLE-PATH TO LCK-MASTER-PATH.
           MOVE "APPAYRB" TO LCK-PROGRAM-NAME.
           CALL "RUNLOKRB" USING RUNLOCK-PARMS.

       1400-LOAD-OPEN-PAYABLES.
      * NO OPEN-PAYABLES FILE JUST MEANS NOTHING HAS BEEN BILLED YET.
           OPEN INPUT OPEN-PAYABLE-FILE.
           IF OPEN-PAYABLE-SUCCESSFUL
              PERFORM UNTIL END-OF-OPEN-PAYABLE
                 READ OPEN-PAYABLE-FILE
                    AT END
                       SET END-OF-OPEN-PAYABLE TO TRUE
                    NOT AT END
                       IF WS-OPY-COUNT = 10000
                          DISPLAY "APPAYRB: OPEN PAYABLES TABLE "
                              "CEILING (10000) REACHED - RUN STOPPED"
                          PERFORM 1350-RELEASE-RUN-LOCK
                          MOVE 16 TO RETURN-CODE
                          GOBACK
                       END-IF
                       ADD 1 TO WS-OPY-COUNT
                       MOVE OPEN-PAYABLE-RECORD TO
                            TABLE-OPY-RECORD (WS-OPY-COUNT)
                       MOVE SPACE TO TABLE-OPY-SELECT-SW (WS-OPY-COUNT)
                       MOVE 0 TO TABLE-OPY-DISC-TAKEN (WS-OPY-COUNT)
                                 TABLE-OPY-NET-PAY (WS-OPY-COUNT)
                       IF OPY-PAID NOT NUMERIC
                          MOVE 0 TO TABLE-OPY-PAID (WS-OPY-COUNT)
                       END-IF
                       IF OPY-DISC-AMOUNT NOT NUMERIC
                          MOVE 0 TO TABLE-OPY-DISC-AMOUNT
                                    (WS-OPY-COUNT)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE OPEN-PAYABLE-FILE
           END-IF.

       1500-APPLY-HOLD-REQUESTS.
      * INVOICE HOLDS AND RELEASES CHANGE OPEN PAYABLES AND STAND
      * UNTIL CHANGED AGAIN; VENDOR HOLDS AND RELEASES ARE FOR THIS
      * RUN ONLY - THE STANDING VENDOR HOLD IS THE MASTER'S FLAG.
           OPEN INPUT HOLD-REQUEST-IN.
           IF NOT HOLD-REQUEST-SUCCESSFUL
              GO TO 1500-EXIT
           END-IF.
           SET REQUEST-FILE-PRESENT TO TRUE.
           MOVE "HOLD REQUESTS" TO SECTION-HDG-TEXT.
           PERFORM 7600-WRITE-SECTION-HEADING.
           PERFORM UNTIL END-OF-HOLD-REQUEST
              READ HOLD-REQUEST-IN
                 AT END
                    SET END-OF-HOLD-REQUEST TO TRUE
                 NOT AT END
                    ADD 1 TO WS-REQUESTS-READ
                    PERFORM 1550-APPLY-ONE-REQUEST
              END-READ
           END-PERFORM.
           CLOSE HOLD-REQUEST-IN.
       1500-EXIT.
           EXIT.

       1550-APPLY-ONE-REQUEST.
           MOVE SPACES TO WS-REQUEST-RESULT.
           MOVE HRQ-VENDOR-ID TO WS-PAY-REF.
           PERFORM 1260-FIND-VENDOR.
           EVALUATE TRUE
              WHEN NOT HRQ-HOLD AND NOT HRQ-RELEASE
                 MOVE "** BAD ACTION" TO WS-REQUEST-RESULT
              WHEN HRQ-INVOICE-NUMBER = SPACES
                 IF WS-AVN-SUB > WS-AVN-COUNT
                    MOVE "** NO AP VENDOR" TO WS-REQUEST-RESULT
                 ELSE
                    IF HRQ-HOLD
                       SET TABLE-AVN-HELD (WS-AVN-SUB) TO TRUE
                       MOVE "VENDOR HELD" TO WS-REQUEST-RESULT
                    ELSE
                       SET TABLE-AVN-RELEASED (WS-AVN-SUB) TO TRUE
                       MOVE "VENDOR RELEASED" TO WS-REQUEST-RESULT
                    END-IF
                 END-IF
              WHEN OTHER
                 PERFORM VARYING WS-OPY-SUB FROM 1 BY 1
                    UNTIL WS-OPY-SUB > WS-OPY-COUNT
                       OR (TABLE-OPY-VENDOR (WS-OPY-SUB) =
                           HRQ-VENDOR-ID
                       AND TABLE-OPY-INVOICE (WS-OPY-SUB) =
                           HRQ-INVOICE-NUMBER)
                 END-PERFORM
                 EVALUATE TRUE
                    WHEN WS-OPY-SUB > WS-OPY-COUNT
                       MOVE "** NOT ON FILE" TO WS-REQUEST-RESULT
                    WHEN TABLE-OPY-PAID-OFF (WS-OPY-SUB)
                       MOVE "** ALREADY PAID" TO WS-REQUEST-RESULT
                    WHEN HRQ-HOLD
                       SET TABLE-OPY-ON-HOLD (WS-OPY-SUB) TO TRUE
                       MOVE "INVOICE HELD" TO WS-REQUEST-RESULT
                    WHEN OTHER
                       SET TABLE-OPY-OPEN (WS-OPY-SUB) TO TRUE
                       MOVE "INVOICE RELEASED" TO WS-REQUEST-RESULT
                 END-EVALUATE
           END-EVALUATE.
           IF WS-REQUEST-RESULT (1:1) NOT = "*"
              ADD 1 TO WS-REQUESTS-APPLIED
           END-IF.
           MOVE SPACES TO DETAIL-LINE-PAYMENT.
           IF HRQ-HOLD
              MOVE "HOLD"    TO DTL-METHOD
           ELSE
              MOVE "RELEASE" TO DTL-METHOD
           END-IF.
           MOVE HRQ-VENDOR-ID      TO DTL-VENDOR.
           MOVE HRQ-INVOICE-NUMBER TO DTL-NAME.
           MOVE WS-REQUEST-RESULT  TO DTL-NOTE.
           PERFORM 7500-WRITE-LISTING-LINE.

       1800-LOAD-CHECK-NUMBER.
      * READ THE NEXT-CHECK-NUMBER CONTROL FILE.  IF IT DOESN'T EXIST
      * YET, NUMBERING STARTS AT THE BUILT-IN DEFAULT AND THE FILE IS
      * CREATED AT END OF RUN.
           OPEN INPUT CHECK-NUMBER-FILE.
           IF CHECK-NUMBER-FILE-FOUND
              READ CHECK-NUMBER-FILE
                 AT END
                    CONTINUE
                 NOT AT END
                    IF CTL-NEXT-CHECK-NUMBER NUMERIC
                       MOVE CTL-NEXT-CHECK-NUMBER
                         TO WS-NEXT-CHECK-NUMBER
                    END-IF
              END-READ
              CLOSE CHECK-NUMBER-FILE
           END-IF.

       2000-SELECT-INVOICE.
      * AN INVOICE IS DUE THIS RUN WHEN ITS DUE DATE IS ON OR BEFORE
      * THE CUTOFF, OR WHEN ITS DISCOUNT IS STILL THERE TODAY AND
      * WOULD BE GONE BY THE CUTOFF.  ONE THAT IS DUE IS PAID UNLESS
      * IT OR ITS VENDOR IS HELD.
           IF TABLE-OPY-PAID-OFF (WS-OPY-SUB)
              GO TO 2000-EXIT
           END-IF.
           IF TABLE-OPY-AMOUNT (WS-OPY-SUB) NOT NUMERIC
              OR TABLE-OPY-AMOUNT (WS-OPY-SUB) NOT >
                 TABLE-OPY-PAID (WS-OPY-SUB)
              GO TO 2000-EXIT
           END-IF.
           COMPUTE WS-BALANCE = TABLE-OPY-AMOUNT (WS-OPY-SUB)
                              - TABLE-OPY-PAID (WS-OPY-SUB).
           MOVE "N" TO WS-DISC-SW.
           IF TABLE-OPY-DISC-AMOUNT (WS-OPY-SUB) > 0
              AND TABLE-OPY-DISC-AMOUNT (WS-OPY-SUB) < WS-BALANCE
              AND TABLE-OPY-PAID (WS-OPY-SUB) = 0
              AND TABLE-OPY-DISC-DATE (WS-OPY-SUB) IS NUMERIC
              AND TABLE-OPY-DISC-DATE (WS-OPY-SUB) NOT <
                  WS-RUN-CCYYMMDD
              SET DISCOUNT-AVAILABLE TO TRUE
           END-IF.
           MOVE "N" TO WS-DUE-SW.
           IF TABLE-OPY-DUE-DATE (WS-OPY-SUB) NOT NUMERIC
              OR TABLE-OPY-DUE-DATE (WS-OPY-SUB) NOT > WS-CUTOFF-DATE
              SET INVOICE-IS-DUE TO TRUE
           END-IF.
           IF DISCOUNT-AVAILABLE
              AND TABLE-OPY-DISC-DATE (WS-OPY-SUB) NOT >
                  WS-CUTOFF-DATE
              SET INVOICE-IS-DUE TO TRUE
           END-IF.
           IF NOT INVOICE-IS-DUE
              GO TO 2000-EXIT
           END-IF.
           MOVE TABLE-OPY-VENDOR (WS-OPY-SUB) TO WS-PAY-REF.
           PERFORM 1260-FIND-VENDOR.
           EVALUATE TRUE
              WHEN WS-AVN-SUB > WS-AVN-COUNT
                 SET TABLE-OPY-NO-VENDOR (WS-OPY-SUB) TO TRUE
                 ADD 1 TO WS-INVOICES-HELD
              WHEN TABLE-OPY-ON-HOLD (WS-OPY-SUB)
                 OR TABLE-AVN-HELD (WS-AVN-SUB)
                 SET TABLE-OPY-DUE-HELD (WS-OPY-SUB) TO TRUE
                 ADD 1 TO WS-INVOICES-HELD
              WHEN OTHER
                 SET TABLE-OPY-SELECTED (WS-OPY-SUB) TO TRUE
                 IF DISCOUNT-AVAILABLE
                    MOVE TABLE-OPY-DISC-AMOUNT (WS-OPY-SUB)
                      TO TABLE-OPY-DISC-TAKEN (WS-OPY-SUB)
                 END-IF
                 COMPUTE TABLE-OPY-NET-PAY (WS-OPY-SUB) =
                     WS-BALANCE - TABLE-OPY-DISC-TAKEN (WS-OPY-SUB)
           END-EVALUATE.
       2000-EXIT.
           EXIT.

       3000-PAY-VENDOR.
      * ONE PAYMENT FOR EVERYTHING SELECTED FOR THIS VENDOR.
           MOVE 0 TO WS-PAY-INVOICES WS-PAY-GROSS WS-PAY-DISCOUNT
                     WS-PAY-NET.
           PERFORM VARYING WS-OPY-SUB FROM 1 BY 1
              UNTIL WS-OPY-SUB > WS-OPY-COUNT
              IF TABLE-OPY-SELECTED (WS-OPY-SUB)
                 AND TABLE-OPY-VENDOR (WS-OPY-SUB) =
                     TABLE-AVN-VENDOR (WS-AVN-SUB)
                 ADD 1 TO WS-PAY-INVOICES
                 ADD TABLE-OPY-DISC-TAKEN (WS-OPY-SUB)
                   TO WS-PAY-DISCOUNT
                 ADD TABLE-OPY-NET-PAY (WS-OPY-SUB) TO WS-PAY-NET
              END-IF
           END-PERFORM.
           IF WS-PAY-INVOICES = 0 OR WS-PAY-NET = 0
              GO TO 3000-EXIT
           END-IF.
           COMPUTE WS-PAY-GROSS = WS-PAY-NET + WS-PAY-DISCOUNT.
      * ACH ONLY WITH A ROUTING NUMBER THAT CAN BE RIGHT AND AN
      * ACCOUNT TO SEND TO - OTHERWISE THE VENDOR GETS A CHECK.
           IF TABLE-AVN-PAY-METHOD (WS-AVN-SUB) = "A"
              AND TABLE-AVN-ROUTING (WS-AVN-SUB) IS NUMERIC
              AND TABLE-AVN-ACCOUNT (WS-AVN-SUB) NOT = SPACES
              SET PAY-BY-ACH TO TRUE
           ELSE
              SET PAY-BY-CHECK TO TRUE
           END-IF.
           IF PAY-BY-ACH
              PERFORM 3300-WRITE-ACH-ENTRY
           ELSE
              PERFORM 3200-WRITE-VENDOR-CHECK
           END-IF.
           MOVE SPACES TO DETAIL-LINE-PAYMENT.
           IF PAY-BY-ACH
              MOVE "ACH"   TO DTL-METHOD
           ELSE
              MOVE "CHECK" TO DTL-METHOD
           END-IF.
           MOVE WS-PAY-REF                    TO DTL-REFERENCE.
           MOVE TABLE-AVN-VENDOR (WS-AVN-SUB) TO DTL-VENDOR.
           MOVE TABLE-AVN-NAME (WS-AVN-SUB)   TO DTL-NAME.
           MOVE WS-PAY-GROSS                  TO DTL-GROSS.
           MOVE WS-PAY-DISCOUNT               TO DTL-DISCOUNT.
           MOVE WS-PAY-NET                    TO DTL-NET.
           IF PAY-BY-CHECK
              AND TABLE-AVN-PAY-METHOD (WS-AVN-SUB) = "A"
              MOVE "NO BANK - CHECK" TO DTL-NOTE
           END-IF.
           PERFORM 7500-WRITE-LISTING-LINE.
           PERFORM VARYING WS-OPY-SUB FROM 1 BY 1
              UNTIL WS-OPY-SUB > WS-OPY-COUNT
              IF TABLE-OPY-SELECTED (WS-OPY-SUB)
                 AND TABLE-OPY-VENDOR (WS-OPY-SUB) =
                     TABLE-AVN-VENDOR (WS-AVN-SUB)
                 PERFORM 3400-MARK-INVOICE-PAID
              END-IF
           END-PERFORM.
           PERFORM 3500-POST-PAYMENT.
           add 1 to WS-LINE-COUNT.
           MOVE SPACES TO CHECK-REGISTER-RECORD.
           write CHECK-REGISTER-RECORD after advancing 01 lines.
       3000-EXIT.
           EXIT.

       3200-WRITE-VENDOR-CHECK.
      * THE NEXT AP CHECK NUMBER, THE PRINT RECORD, THE ISSUE
      * REGISTER, AND THE BANK'S POSITIVE-PAY RECORD.
           MOVE SPACES TO WS-PAY-REF.
           MOVE WS-NEXT-CHECK-NUMBER TO WS-PAY-REF (1:6).
           ADD 1 TO WS-NEXT-CHECK-NUMBER.
           ADD 1 TO WS-CHECK-COUNT.
           ADD WS-PAY-NET TO WS-CHECK-TOTAL.
           MOVE WS-PAY-REF (1:6)              TO APC-CHECK-NUMBER.
           MOVE WS-RUN-CCYYMMDD               TO APC-ISSUE-DATE.
           MOVE TABLE-AVN-VENDOR (WS-AVN-SUB) TO APC-VENDOR-ID.
           MOVE TABLE-AVN-NAME (WS-AVN-SUB)   TO APC-VENDOR-NAME.
           MOVE WS-PAY-NET                    TO APC-AMOUNT.
           MOVE WS-PAY-INVOICES               TO APC-INVOICE-COUNT.
           MOVE CHECK-PRINT-RECORD            TO CHECK-ISSUE-RECORD.
           WRITE CHECK-PRINT-RECORD.
           IF NOT GOOD-CHECK-PRINT-WRITE
              DISPLAY "BAD AP CHECK PRINT WRITE - FILE STATUS: "
                WS-CHECK-PRINT-STATUS
           END-IF.
           WRITE CHECK-ISSUE-RECORD.
           IF NOT GOOD-CHECK-ISSUE-WRITE
              DISPLAY "BAD AP CHECK ISSUE WRITE - FILE STATUS: "
                WS-CHECK-ISSUE-STATUS
           END-IF.
           MOVE WS-POSPAY-BANK-ACCOUNT        TO PP-BANK-ACCOUNT.
           MOVE WS-PAY-REF (1:6)              TO PP-CHECK-NUMBER.
           MOVE WS-RUN-CCYYMMDD               TO PP-ISSUE-DATE.
           MOVE WS-PAY-NET                    TO PP-AMOUNT.
           MOVE TABLE-AVN-NAME (WS-AVN-SUB)   TO PP-PAYEE-NAME.
           WRITE POSITIVE-PAY-RECORD.
           IF NOT GOOD-POSITIVE-PAY-WRITE
              DISPLAY "BAD POSITIVE-PAY WRITE - FILE STATUS: "
                WS-POSITIVE-PAY-STATUS
           END-IF.

       3300-WRITE-ACH-ENTRY.
      * ONE CCD CREDIT TO THE VENDOR'S ACCOUNT.  THE REFERENCE PUT ON
      * THE PAID INVOICES IS THE RUN DATE AND THE ENTRY'S SEQUENCE.
           IF NOT ACH-FILE-STARTED
              PERFORM 5400-WRITE-ACH-FILE-HEADER
           END-IF.
           ADD 1 TO WS-ACH-ENTRY-COUNT.
           ADD 1 TO WS-ACH-COUNT.
           ADD WS-PAY-NET TO WS-ACH-TOTAL.
           MOVE SPACES TO WS-PAY-REF.
           MOVE WS-RUN-DATE (1:6)  TO WS-PAY-REF (1:6).
           MOVE WS-ACH-ENTRY-COUNT (5:4) TO WS-PAY-REF (7:4).
           MOVE TABLE-AVN-ROUTING (WS-AVN-SUB) (1:8) TO ACH-ED-RDFI-8.
           MOVE TABLE-AVN-ROUTING (WS-AVN-SUB) (9:1)
             TO ACH-ED-RDFI-CHECK.
           MOVE TABLE-AVN-ROUTING (WS-AVN-SUB) (1:8) TO WS-ACH-RDFI-8.
           COMPUTE WS-ACH-ENTRY-HASH = FUNCTION MOD
               (WS-ACH-ENTRY-HASH + WS-ACH-RDFI-8, 10000000000).
           MOVE TABLE-AVN-ACCOUNT (WS-AVN-SUB) TO ACH-ED-ACCOUNT.
           MOVE WS-PAY-NET                     TO ACH-ED-AMOUNT.
           ADD WS-PAY-NET                      TO WS-ACH-TOTAL-CREDIT.
           MOVE TABLE-AVN-VENDOR (WS-AVN-SUB)  TO ACH-ED-VENDOR-ID.
           MOVE WS-PAY-REF                     TO ACH-ED-PAY-REF.
           MOVE TABLE-AVN-NAME (WS-AVN-SUB)    TO ACH-ED-NAME.
           MOVE WS-ACH-ODFI-ROUTING (1:8)      TO ACH-ED-TRACE-ODFI.
           MOVE WS-ACH-ENTRY-COUNT             TO ACH-ED-TRACE-SEQ.
           WRITE ACH-RECORD-OUT FROM ACH-ENTRY-DETAIL.
           IF NOT GOOD-ACH-FILE-WRITE
              DISPLAY "BAD AP ACH WRITE - FILE STATUS: "
                WS-ACH-FILE-STATUS
           END-IF.

       3400-MARK-INVOICE-PAID.
      * THE INVOICE IS SETTLED IN FULL - WHAT WAS SENT PLUS THE
      * DISCOUNT TAKEN - AND CARRIES THE PAYMENT THAT SETTLED IT.
           ADD 1 TO WS-INVOICES-PAID.
           MOVE SPACES TO DETAIL-LINE-PAYMENT.
           MOVE TABLE-OPY-INVOICE (WS-OPY-SUB)  TO DTL-NAME (3:10).
           MOVE TABLE-OPY-INV-DATE (WS-OPY-SUB) TO DTL-INV-DATE.
           MOVE TABLE-OPY-DUE-DATE (WS-OPY-SUB) TO DTL-DUE-DATE.
           COMPUTE DTL-GROSS = TABLE-OPY-NET-PAY (WS-OPY-SUB)
                             + TABLE-OPY-DISC-TAKEN (WS-OPY-SUB).
           MOVE TABLE-OPY-DISC-TAKEN (WS-OPY-SUB) TO DTL-DISCOUNT.
           MOVE TABLE-OPY-NET-PAY (WS-OPY-SUB)    TO DTL-NET.
           IF TABLE-OPY-DISC-TAKEN (WS-OPY-SUB) > 0
              MOVE "DISCOUNT TAKEN" TO DTL-NOTE
           END-IF.
           PERFORM 7500-WRITE-LISTING-LINE.
           COMPUTE TABLE-OPY-PAID (WS-OPY-SUB) =
               TABLE-OPY-PAID (WS-OPY-SUB)
               + TABLE-OPY-NET-PAY (WS-OPY-SUB)
               + TABLE-OPY-DISC-TAKEN (WS-OPY-SUB).
           SET TABLE-OPY-PAID-OFF (WS-OPY-SUB) TO TRUE.
           MOVE WS-PAY-REF      TO TABLE-OPY-PAY-REF (WS-OPY-SUB).
           MOVE WS-RUN-CCYYMMDD TO TABLE-OPY-PAID-DATE (WS-OPY-SUB).

       3500-POST-PAYMENT.
      * DEBIT TRADE PAYABLES FOR THE WHOLE OF WHAT IS RELIEVED,
      * CREDIT CASH FOR WHAT WENT OUT, AND CREDIT PURCHASE DISCOUNTS
      * FOR THE DIFFERENCE.
           ADD WS-PAY-GROSS    TO WS-RELIEVED-TOTAL.
           ADD WS-PAY-DISCOUNT TO WS-DISCOUNT-TOTAL.
           MOVE SPACES TO GL-POSTING-RECORD.
           MOVE WS-RUN-DATE (1:6) TO GLP-RUN-DATE.
           MOVE WS-GL-PERIOD      TO GLP-PERIOD.
           STRING "AP PAY " TABLE-AVN-VENDOR (WS-AVN-SUB) " "
                  WS-PAY-REF
             DELIMITED BY SIZE INTO GLP-DESCRIPTION.
           MOVE WS-GL-AP-ACCT TO GLP-ACCOUNT.
           MOVE "D"           TO GLP-DR-CR.
           MOVE WS-PAY-GROSS  TO GLP-AMOUNT.
           WRITE GL-POSTING-RECORD.
           MOVE WS-GL-CASH-ACCT TO GLP-ACCOUNT.
           MOVE "C"             TO GLP-DR-CR.
           MOVE WS-PAY-NET      TO GLP-AMOUNT.
           WRITE GL-POSTING-RECORD.
           IF WS-PAY-DISCOUNT > 0
              MOVE WS-GL-DISCOUNT-ACCT TO GLP-ACCOUNT
              MOVE "C"                 TO GLP-DR-CR
              MOVE WS-PAY-DISCOUNT     TO GLP-AMOUNT
              WRITE GL-POSTING-RECORD
           END-IF.

       4000-LIST-NOT-PAID.
      * WHAT CAME DUE BY THE CUTOFF BUT WAS NOT PAID, AND WHY.
           IF WS-INVOICES-HELD = 0
              GO TO 4000-EXIT
           END-IF.
           MOVE "DUE BY THE CUTOFF BUT NOT PAID" TO SECTION-HDG-TEXT.
           PERFORM 7600-WRITE-SECTION-HEADING.
           PERFORM VARYING WS-OPY-SUB FROM 1 BY 1
              UNTIL WS-OPY-SUB > WS-OPY-COUNT
              IF TABLE-OPY-DUE-HELD (WS-OPY-SUB)
                 OR TABLE-OPY-NO-VENDOR (WS-OPY-SUB)
                 MOVE SPACES TO DETAIL-LINE-PAYMENT
                 MOVE TABLE-OPY-VENDOR (WS-OPY-SUB) TO DTL-VENDOR
                 MOVE TABLE-OPY-INVOICE (WS-OPY-SUB)
                   TO DTL-NAME (3:10)
                 MOVE TABLE-OPY-INV-DATE (WS-OPY-SUB) TO DTL-INV-DATE
                 MOVE TABLE-OPY-DUE-DATE (WS-OPY-SUB) TO DTL-DUE-DATE
                 COMPUTE DTL-GROSS = TABLE-OPY-AMOUNT (WS-OPY-SUB)
                                   - TABLE-OPY-PAID (WS-OPY-SUB)
                 EVALUATE TRUE
                    WHEN TABLE-OPY-NO-VENDOR (WS-OPY-SUB)
                       MOVE "NO AP VENDOR" TO DTL-NOTE
                    WHEN TABLE-OPY-ON-HOLD (WS-OPY-SUB)
                       MOVE "INVOICE ON HOLD" TO DTL-NOTE
                    WHEN OTHER
                       MOVE "VENDOR ON HOLD" TO DTL-NOTE
                 END-EVALUATE
                 PERFORM 7500-WRITE-LISTING-LINE
              END-IF
           END-PERFORM.
       4000-EXIT.
           EXIT.

       5400-WRITE-ACH-FILE-HEADER.
      * OPEN THE NACHA FILE WITH ITS FILE HEADER (1) AND CCD BATCH
      * HEADER (5) - ONLY ONCE THERE IS AN ACH PAYMENT TO SEND, SO A
      * RUN WITH NONE LEAVES AN EMPTY FILE RATHER THAN AN EMPTY
      * BATCH FOR THE BANK TO REJECT.
           SET ACH-FILE-STARTED TO TRUE.
           ACCEPT WS-ACH-RUN-TIME FROM TIME.
           MOVE WS-ACH-ODFI-ROUTING       TO ACH-FH-DESTINATION.
           MOVE WS-ACH-COMPANY-ID (2:9)   TO ACH-FH-ORIGIN.
           MOVE WS-RUN-DATE               TO ACH-FH-CREATE-DATE.
           MOVE WS-ACH-RUN-TIME (1:4)     TO ACH-FH-CREATE-TIME.
           MOVE WS-ACH-DEST-NAME          TO ACH-FH-DEST-NAME.
           MOVE WS-ACH-COMPANY-NAME       TO ACH-FH-ORIGIN-NAME.
           WRITE ACH-RECORD-OUT FROM ACH-FILE-HEADER.
           MOVE WS-ACH-COMPANY-NAME       TO ACH-BH-COMPANY-NAME.
           MOVE WS-ACH-COMPANY-ID         TO ACH-BH-COMPANY-ID.
           MOVE WS-RUN-DATE               TO ACH-BH-EFFECTIVE-DATE.
           MOVE WS-ACH-ODFI-ROUTING (1:8) TO ACH-BH-ODFI-8.
           WRITE ACH-RECORD-OUT FROM ACH-BATCH-HEADER.

       5600-WRITE-ACH-CONTROL.
      * CLOSE OUT THE NACHA FILE: BATCH CONTROL (8), FILE CONTROL (9),
      * THEN ALL-NINES FILLER RECORDS TO A WHOLE NUMBER OF TEN-RECORD
      * BLOCKS - THE SAME CLOSE PAYRPTRB GIVES THE PAYROLL FILE.
           MOVE WS-ACH-ENTRY-COUNT        TO ACH-BC-ENTRY-COUNT.
           MOVE WS-ACH-ENTRY-HASH         TO ACH-BC-ENTRY-HASH.
           MOVE WS-ACH-TOTAL-CREDIT       TO ACH-BC-TOTAL-CREDIT.
           MOVE WS-ACH-COMPANY-ID         TO ACH-BC-COMPANY-ID.
           MOVE WS-ACH-ODFI-ROUTING (1:8) TO ACH-BC-ODFI-8.
           WRITE ACH-RECORD-OUT FROM ACH-BATCH-CONTROL.
           COMPUTE WS-ACH-RECORD-COUNT = WS-ACH-ENTRY-COUNT + 4.
           COMPUTE WS-ACH-BLOCK-COUNT =
               (WS-ACH-RECORD-COUNT + 9) / 10.
           MOVE WS-ACH-BLOCK-COUNT        TO ACH-FC-BLOCK-COUNT.
           MOVE WS-ACH-ENTRY-COUNT        TO ACH-FC-ENTRY-COUNT.
           MOVE WS-ACH-ENTRY-HASH         TO ACH-FC-ENTRY-HASH.
           MOVE WS-ACH-TOTAL-CREDIT       TO ACH-FC-TOTAL-CREDIT.
           WRITE ACH-RECORD-OUT FROM ACH-FILE-CONTROL.
           COMPUTE WS-ACH-RECORD-COUNT =
               (WS-ACH-BLOCK-COUNT * 10) - WS-ACH-RECORD-COUNT.
           PERFORM WS-ACH-RECORD-COUNT TIMES
              WRITE ACH-RECORD-OUT FROM ACH-BLOCK-FILLER-LINE
           END-PERFORM.

       6000-BUILD-AGING.
      * EVERYTHING STILL OWED AFTER THE RUN - OPEN OR HELD - GOES IN
      * THE VENDOR'S BUCKET FOR HOW FAR PAST DUE IT IS TODAY.
           MOVE 0 TO WS-AGE-TOTAL (1) WS-AGE-TOTAL (2) WS-AGE-TOTAL (3)
                     WS-AGE-TOTAL (4) WS-AGE-TOTAL (5).
           PERFORM VARYING WS-OPY-SUB FROM 1 BY 1
              UNTIL WS-OPY-SUB > WS-OPY-COUNT
              IF NOT TABLE-OPY-PAID-OFF (WS-OPY-SUB)
                 AND TABLE-OPY-AMOUNT (WS-OPY-SUB) NUMERIC
                 AND TABLE-OPY-AMOUNT (WS-OPY-SUB) >
                     TABLE-OPY-PAID (WS-OPY-SUB)
                 PERFORM 6100-AGE-ONE-INVOICE THRU 6100-EXIT
              END-IF
           END-PERFORM.

       6100-AGE-ONE-INVOICE.
           PERFORM VARYING WS-AGE-SUB FROM 1 BY 1
              UNTIL WS-AGE-SUB > WS-AGE-COUNT
                 OR TABLE-AGE-VENDOR (WS-AGE-SUB) =
                    TABLE-OPY-VENDOR (WS-OPY-SUB)
           END-PERFORM.
           IF WS-AGE-SUB > WS-AGE-COUNT
              IF WS-AGE-COUNT = 1000
                 DISPLAY "APPAYRB: AGING TABLE CEILING (1000) "
                     "REACHED - VENDOR " TABLE-OPY-VENDOR (WS-OPY-SUB)
                     " LEFT OFF THE AGING"
                 GO TO 6100-EXIT
              END-IF
              ADD 1 TO WS-AGE-COUNT
              MOVE TABLE-OPY-VENDOR (WS-OPY-SUB)
                TO TABLE-AGE-VENDOR (WS-AGE-SUB)
              MOVE SPACE TO TABLE-AGE-HELD (WS-AGE-SUB)
              MOVE 0 TO TABLE-AGE-AMOUNT (WS-AGE-SUB, 1)
                        TABLE-AGE-AMOUNT (WS-AGE-SUB, 2)
                        TABLE-AGE-AMOUNT (WS-AGE-SUB, 3)
                        TABLE-AGE-AMOUNT (WS-AGE-SUB, 4)
                        TABLE-AGE-AMOUNT (WS-AGE-SUB, 5)
           END-IF.
           IF TABLE-OPY-ON-HOLD (WS-OPY-SUB)
              MOVE "H" TO TABLE-AGE-HELD (WS-AGE-SUB)
           END-IF.
           COMPUTE WS-BALANCE = TABLE-OPY-AMOUNT (WS-OPY-SUB)
                              - TABLE-OPY-PAID (WS-OPY-SUB).
           MOVE 0 TO WS-DAYS-PAST-DUE.
           IF TABLE-OPY-DUE-DATE (WS-OPY-SUB) IS NUMERIC
              MOVE "D" TO DFN-FUNCTION-CODE
              MOVE TABLE-OPY-DUE-DATE (WS-OPY-SUB) TO DFN-DATE-1
              MOVE WS-RUN-CCYYMMDD TO DFN-DATE-2
              CALL "DATESRVRB" USING DATEFUN-PARMS
              IF DFN-OK
                 MOVE DFN-DAY-COUNT TO WS-DAYS-PAST-DUE
              END-IF
           END-IF.
           EVALUATE TRUE
              WHEN WS-DAYS-PAST-DUE < 1
                 MOVE 1 TO WS-AGE-BUCKET
              WHEN WS-DAYS-PAST-DUE < 31
                 MOVE 2 TO WS-AGE-BUCKET
              WHEN WS-DAYS-PAST-DUE < 61
                 MOVE 3 TO WS-AGE-BUCKET
              WHEN WS-DAYS-PAST-DUE < 91
                 MOVE 4 TO WS-AGE-BUCKET
              WHEN OTHER
                 MOVE 5 TO WS-AGE-BUCKET
           END-EVALUATE.
           ADD WS-BALANCE
             TO TABLE-AGE-AMOUNT (WS-AGE-SUB, WS-AGE-BUCKET)
                WS-AGE-TOTAL (WS-AGE-BUCKET).
       6100-EXIT.
           EXIT.

       6500-PRINT-AGING.
      * ONE LINE PER VENDOR, IN THE ORDER THE VENDOR FIRST SHOWS UP
      * ON OPEN PAYABLES, THEN THE TOTALS.
           PERFORM 8100-WRITE-AGING-HEADINGS.
           MOVE 0 TO WS-AGE-GRAND-TOTAL.
           PERFORM VARYING WS-AGE-SUB FROM 1 BY 1
              UNTIL WS-AGE-SUB > WS-AGE-COUNT
              MOVE SPACES TO DETAIL-LINE-AGING
              MOVE TABLE-AGE-VENDOR (WS-AGE-SUB) TO AGE-DTL-VENDOR
              MOVE TABLE-AGE-VENDOR (WS-AGE-SUB) TO WS-PAY-REF
              PERFORM 1260-FIND-VENDOR
              IF WS-AVN-SUB > WS-AVN-COUNT
                 MOVE "** NO AP VENDOR **" TO AGE-DTL-NAME
              ELSE
                 MOVE TABLE-AVN-NAME (WS-AVN-SUB) TO AGE-DTL-NAME
                 IF TABLE-AVN-HOLD-FLAG (WS-AVN-SUB) = "H"
                    MOVE "VNDR" TO AGE-DTL-HOLD
                 END-IF
              END-IF
              IF TABLE-AGE-HELD (WS-AGE-SUB) = "H"
                 AND AGE-DTL-HOLD = SPACES
                 MOVE "INV" TO AGE-DTL-HOLD
              END-IF
              MOVE 0 TO WS-AGE-LINE-TOTAL
              PERFORM VARYING WS-AGE-BUCKET FROM 1 BY 1
                 UNTIL WS-AGE-BUCKET > 5
                 MOVE TABLE-AGE-AMOUNT (WS-AGE-SUB, WS-AGE-BUCKET)
                   TO AGE-DTL-AMOUNT (WS-AGE-BUCKET)
                 ADD TABLE-AGE-AMOUNT (WS-AGE-SUB, WS-AGE-BUCKET)
                   TO WS-AGE-LINE-TOTAL
              END-PERFORM
              MOVE WS-AGE-LINE-TOTAL TO AGE-DTL-TOTAL
              ADD WS-AGE-LINE-TOTAL TO WS-AGE-GRAND-TOTAL
              PERFORM 7700-WRITE-AGING-LINE
           END-PERFORM.
           MOVE SPACES TO DETAIL-LINE-AGING.
           MOVE "TOTAL OWED" TO AGE-DTL-NAME.
           PERFORM VARYING WS-AGE-BUCKET FROM 1 BY 1
              UNTIL WS-AGE-BUCKET > 5
              MOVE WS-AGE-TOTAL (WS-AGE-BUCKET)
                TO AGE-DTL-AMOUNT (WS-AGE-BUCKET)
           END-PERFORM.
           MOVE WS-AGE-GRAND-TOTAL TO AGE-DTL-TOTAL.
           write AGING-REPORT-RECORD from DETAIL-LINE-LINE
             AFTER ADVANCING 01 LINES.
           write AGING-REPORT-RECORD from DETAIL-LINE-AGING
             AFTER ADVANCING 02 LINES.
           write AGING-REPORT-RECORD from WS-REPORT-RULER
             after advancing 02 LINES.

       7500-WRITE-LISTING-LINE.
           MOVE SPACE TO DTL-CC.
           add 1 to WS-LINE-COUNT.
           if WS-LINE-COUNT > 50
              PERFORM 8000-WRITE-HEADINGS.
           write CHECK-REGISTER-RECORD from DETAIL-LINE-PAYMENT
             after advancing 01 lines.

       7600-WRITE-SECTION-HEADING.
           add 3 to WS-LINE-COUNT.
           if WS-LINE-COUNT > 50
              PERFORM 8000-WRITE-HEADINGS.
           write CHECK-REGISTER-RECORD from SECTION-HDG-LINE
             after advancing 02 lines.
           MOVE SPACES TO CHECK-REGISTER-RECORD.
           write CHECK-REGISTER-RECORD after advancing 01 lines.

       7700-WRITE-AGING-LINE.
           MOVE SPACE TO AGE-DTL-CC.
           add 1 to WS-AGE-LINE-COUNT.
           if WS-AGE-LINE-COUNT > 50
              PERFORM 8100-WRITE-AGING-HEADINGS.
           write AGING-REPORT-RECORD from DETAIL-LINE-AGING
             after advancing 01 lines.

       8000-WRITE-HEADINGS.
           add 1 to WS-PAGE-COUNT.
           move WS-PAGE-COUNT TO PAGE-HDG-01-PAGE.
           WRITE CHECK-REGISTER-RECORD FROM WS-REPORT-RULER
             after advancing page.
           WRITE CHECK-REGISTER-RECORD
            FROM PAGE-HDG-01 after advancing 01 LINES.
           WRITE CHECK-REGISTER-RECORD
            FROM PAGE-HDG-02 after advancing 01 LINES.
           WRITE CHECK-REGISTER-RECORD
            FROM PAGE-HDG-03 AFTER ADVANCING 02 LINES.
           MOVE 4 TO WS-LINE-COUNT.

       8100-WRITE-AGING-HEADINGS.
           add 1 to WS-AGE-PAGE-COUNT.
           move WS-AGE-PAGE-COUNT TO AGE-HDG-01-PAGE.
           WRITE AGING-REPORT-RECORD FROM WS-REPORT-RULER
             after advancing page.
           WRITE AGING-REPORT-RECORD
            FROM AGE-HDG-01 after advancing 01 LINES.
           WRITE AGING-REPORT-RECORD
            FROM AGE-HDG-02 after advancing 01 LINES.
           WRITE AGING-REPORT-RECORD
            FROM AGE-HDG-03 AFTER ADVANCING 02 LINES.
           MOVE 4 TO WS-AGE-LINE-COUNT.

       9000-CREATE-LISTING-TOTAL-LINE.
           MOVE WS-CHECK-COUNT     TO TOTAL-CHECK-COUNT.
           MOVE WS-CHECK-TOTAL     TO TOTAL-CHECK-AMOUNT.
           MOVE WS-ACH-COUNT       TO TOTAL-ACH-COUNT.
           MOVE WS-ACH-TOTAL       TO TOTAL-ACH-AMOUNT.
           MOVE WS-INVOICES-PAID   TO TOTAL-INVOICES-PAID.
           MOVE WS-INVOICES-HELD   TO TOTAL-INVOICES-HELD.
           MOVE WS-RELIEVED-TOTAL  TO TOTAL-GL-AP.
           COMPUTE TOTAL-GL-CASH = WS-CHECK-TOTAL + WS-ACH-TOTAL.
           MOVE WS-DISCOUNT-TOTAL  TO TOTAL-GL-DISCOUNT.
           write CHECK-REGISTER-RECORD from DETAIL-LINE-LINE
             AFTER ADVANCING 01 LINES.
           write CHECK-REGISTER-RECORD from TOTALS-LINE-1
             AFTER ADVANCING 02 LINES.
           write CHECK-REGISTER-RECORD from TOTALS-LINE-2
             AFTER ADVANCING 01 LINES.
           write CHECK-REGISTER-RECORD from WS-REPORT-RULER
             after advancing 02 LINES.

       9600-WRITE-OPEN-PAYABLES.
      * OPEN PAYABLES GO BACK WHOLE - PAID ROWS STAY ON AS THE
      * RECORD OF WHAT SETTLED EACH INVOICE.
           OPEN OUTPUT OPEN-PAYABLE-FILE.
           PERFORM VARYING WS-OPY-SUB FROM 1 BY 1
              UNTIL WS-OPY-SUB > WS-OPY-COUNT
              MOVE TABLE-OPY-RECORD (WS-OPY-SUB)
                TO OPEN-PAYABLE-RECORD
              WRITE OPEN-PAYABLE-RECORD
           END-PERFORM.
           CLOSE OPEN-PAYABLE-FILE.

       9650-WRITE-CHECK-NUMBER.
      * REWRITE THE CONTROL FILE SO THE NEXT RUN PICKS UP NUMBERING
      * WHERE THIS ONE LEFT OFF.
           OPEN OUTPUT CHECK-NUMBER-FILE.
           MOVE WS-NEXT-CHECK-NUMBER TO CTL-NEXT-CHECK-NUMBER.
           WRITE CHECK-NUMBER-RECORD.
           CLOSE CHECK-NUMBER-FILE.

       9700-SET-APPLIED-FILE-ASIDE.
      * THE APPLIED REQUEST FILE IS RENAMED ASIDE, TIME-STAMPED, SO
      * THE SAME HOLDS AND RELEASES CANNOT APPLY TWICE.
           ACCEPT WS-RUN-TIME FROM TIME.
           MOVE SPACES TO WS-APPLIED-ASIDE-PATH.
           STRING FUNCTION TRIM(WS-HOLD-REQUEST-PATH)
                  ".P" DELIMITED BY SIZE
                  WS-RUN-DATE (1:6) DELIMITED BY SIZE
                  WS-RUN-TIME (1:4) DELIMITED BY SIZE
             INTO WS-APPLIED-ASIDE-PATH.
           CALL "CBL_RENAME_FILE" USING WS-HOLD-REQUEST-PATH
                                        WS-APPLIED-ASIDE-PATH
                RETURNING WS-RENAME-RESULT.
           IF WS-RENAME-RESULT NOT = 0
              DISPLAY "APPAYRB: COULD NOT SET APPLIED FILE ASIDE, "
                  "RESULT = " WS-RENAME-RESULT
              DISPLAY "APPAYRB: MOVE " WS-HOLD-REQUEST-PATH
                  " ASIDE BY HAND BEFORE THE NEXT PAYMENT RUN"
              MOVE 08 TO WS-RUN-RC
           END-IF.

       9900-WRITE-AUDIT-RECORD.
      * APPEND ONE SUMMARY LINE FOR THIS RUN TO THE SHARED OPERATIONS
      * AUDIT TRAIL, MIRRORING THE PROGRAM TOTALS DISPLAYED ABOVE.
           ACCEPT WS-RUN-TIME FROM TIME.
           MOVE "APPAYRB"           TO AUD-PROGRAM-NAME.
           MOVE WS-RUN-DATE         TO AUD-RUN-DATE.
           MOVE WS-RUN-TIME         TO AUD-RUN-TIME.
           MOVE WS-OPY-COUNT        TO AUD-RECORDS-READ.
           MOVE WS-INVOICES-PAID    TO AUD-RECORDS-WRITTEN.
           MOVE SPACES              TO AUD-KEY-TOTALS.
           COMPUTE WS-PAID-TOTAL-FMT = WS-CHECK-TOTAL + WS-ACH-TOTAL.
           MOVE "PAID="             TO AUD-KEY-TOTALS(1:5).
           MOVE WS-PAID-TOTAL-FMT   TO AUD-KEY-TOTALS(6:14).
           MOVE "HELD="             TO AUD-KEY-TOTALS(21:5).
           MOVE WS-INVOICES-HELD    TO AUD-KEY-TOTALS(26:5).
           IF RETURN-CODE = 0
              MOVE "OK" TO AUD-COMPLETION-STATUS
           ELSE
              MOVE "ER" TO AUD-COMPLETION-STATUS
           END-IF.
           WRITE AUDIT-TRAIL-RECORD FROM AUDIT-TRAIL-LINE.
