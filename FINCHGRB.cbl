       IDENTIFICATION DIVISION.
       PROGRAM-ID.    FINCHGRB.
       AUTHOR.        RYAN BROOKS
      * MONTHLY FINANCE CHARGES AND DUNNING LETTERS.  READS EVERY OPEN
      * INVOICE ON OPENINV.DAT AGAINST THE CUSTOMER'S TERMS (N30 = DUE
      * 30 DAYS AFTER THE INVOICE DATE; NO TERMS MEANS 30) AND:
      *
      *   FINANCE CHARGES - A BALANCE STILL OPEN MORE THAN THE GRACE
      *                     DAYS PAST ITS DUE DATE EARNS A CHARGE AT
      *                     THE MONTHLY RATE.  EACH CUSTOMER GETS ONE
      *                     NEW INVOICE OF TYPE F PER BILLING CURRENCY,
      *                     NUMBERED FROM THE SAME CONTROL FILE AS THE
      *                     SALES INVOICES (INVNUM.DAT), SO CASH
      *                     APPLICATION, THE AGING AND THE STATEMENTS
      *                     TREAT IT LIKE ANY OTHER INVOICE.  A CHARGE
      *                     IS NEVER ASSESSED ON A FINANCE CHARGE, AND
      *                     A CUSTOMER/CURRENCY ALREADY CHARGED THIS
      *                     MONTH IS NOT CHARGED AGAIN, SO A RERUN IS
      *                     SAFE.  EACH CHARGE POSTS DEBIT AR, CREDIT
      *                     FINANCE-CHARGE INCOME TO GLPOST.DAT.
      *   DUNNING LETTERS - ONE LETTER PER CUSTOMER AND CURRENCY WITH
      *                     ANYTHING PAST DUE, AT A LEVEL SET BY THE
      *                     OLDEST PAST-DUE INVOICE THE CUSTOMER HAS:
      *                       1 - UP TO 30 DAYS PAST DUE (REMINDER)
      *                       2 - 31 TO 60 DAYS PAST DUE (SECOND NOTICE)
      *                       3 - OVER 60 DAYS PAST DUE (FINAL NOTICE)
      *   CREDIT HOLDS    - A CUSTOMER REACHING LEVEL 3 IS SET TO
      *                     CREDIT HOLD (CUST-MASTER-CREDIT-HOLD = H)
      *                     ON THE CUSTOMER MASTER, AND THE CHANGE IS
      *                     LISTED BEFORE/AFTER THE WAY CUSMNTRB LISTS
      *                     ITS CHANGES.  ONLY CUSMNTRB TAKES A HOLD
      *                     OFF AGAIN.
      *
      * RUN SETTINGS (ENVIRONMENT, ALL OPTIONAL):
      *   FINCHGRB-AS-OF-DATE   CCYYMMDD THE CHARGES ARE FIGURED TO
      *                         AND DATED (DEFAULT TODAY)
      *   FINCHGRB-MONTHLY-RATE PERCENT A MONTH (DEFAULT 1.5)
      *   FINCHGRB-GRACE-DAYS   DAYS PAST DUE BEFORE A BALANCE IS
      *                         CHARGED OR DUNNED (DEFAULT 10)
      *   FINCHGRB-MIN-CHARGE   A CHARGE WORKING OUT UNDER THIS MANY
      *                         DOLLARS IS WAIVED (DEFAULT 1.00)
      *
      * THE RUN HOLDS THE OPEN-INVOICE AND CUSTOMER-MASTER LOCKS FOR
      * ITS WHOLE LENGTH.  A LETTER FOR A CUSTOMER WITH NO BILL-TO
      * ADDRESS STILL PRINTS, MARKED TO BE HELD, AND THE RUN ENDS
      * WITH A RETURN CODE OF 4.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPEN-INVOICE-FILE ASSIGN DYNAMIC
                 WS-OPEN-INVOICE-PATH
             organization is indexed
             access is dynamic
             record key is OPNINV-NUMBER
             file status is WS-OPEN-INVOICE-STATUS.
           SELECT CUSTOMER-MASTER ASSIGN DYNAMIC
                 WS-CUSTOMER-MASTER-PATH
             organization is line sequential
             file status is WS-CUSTOMER-MASTER-STATUS.
           SELECT INVOICE-NUMBER-FILE ASSIGN DYNAMIC
                 WS-INVOICE-NUMBER-PATH
             organization is line sequential
             file status is WS-INVOICE-NUMBER-STATUS.
           SELECT COMPANY-CONTROL-FILE ASSIGN DYNAMIC
                 WS-COMPANY-CONTROL-PATH
             organization is line sequential
             file status is WS-COMPANY-CONTROL-STATUS.
           SELECT GL-POSTING-FILE ASSIGN DYNAMIC
                 WS-GL-POSTING-PATH
             organization is line sequential
             file status is WS-GL-POSTING-STATUS.
           SELECT LETTER-FILE
             ASSIGN DYNAMIC WS-LETTER-PATH
             organization is LINE sequential
             file status is WS-LETTER-STATUS.
           SELECT HOLD-LISTING
             ASSIGN DYNAMIC WS-HOLD-LISTING-PATH
             organization is LINE sequential
             file status is WS-HOLD-LISTING-STATUS.
           SELECT AUDIT-TRAIL-FILE ASSIGN DYNAMIC
                 WS-AUDIT-TRAIL-PATH
             organization is line sequential
             file status is WS-AUDIT-TRAIL-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  OPEN-INVOICE-FILE
           RECORDING MODE IS F
           DATA RECORD IS OPEN-INVOICE-RECORD.
       01 OPEN-INVOICE-RECORD.
           05  OPNINV-NUMBER            PIC X(06).
           05  OPNINV-CUST              PIC X(06).
           05  OPNINV-DATE              PIC X(08).
           05  OPNINV-AMOUNT            PIC 9(08)V99.
           05  OPNINV-PAID              PIC 9(08)V99.
           05  OPNINV-STATUS            PIC X(01).
      * THE BILLING CURRENCY AND THE INVOICE IN IT.  USD (OR BLANK,
      * FROM OLDER FILES) MEANS THE DOLLAR FIGURES ARE THE WHOLE
      * STORY.
           05  OPNINV-CURRENCY          PIC X(03).
           05  OPNINV-ORIG-AMOUNT       PIC 9(08)V99.
           05  OPNINV-ORIG-PAID         PIC 9(08)V99.
      * INVOICE TYPE - BLANK OR I IS A SALES INVOICE, F A FINANCE
      * CHARGE RAISED HERE.
           05  OPNINV-TYPE              PIC X(01).
               88 OPNINV-FINANCE-CHARGE    VALUE "F".
      * SALES TAX - THE BILLING RUN FIGURES IT PER INVOICE; A
      * FINANCE CHARGE RAISED HERE CARRIES NONE.
           05  OPNINV-TAX-JURIS         PIC X(06).
           05  OPNINV-TAX-STATUS        PIC X(01).
           05  OPNINV-SALES-AMOUNT      PIC 9(08)V99.
           05  OPNINV-TAX-AMOUNT        PIC 9(08)V99.
           05  OPNINV-EXEMPT-CERT       PIC X(15).

       FD  CUSTOMER-MASTER
           RECORDING MODE IS F
           DATA RECORD IS CUSTOMER-MASTER-RECORD.
       01 CUSTOMER-MASTER-RECORD.
           05  CUST-MASTER-NUMBER       PIC X(06).
           05  CUST-MASTER-NAME         PIC X(20).
           05  CUST-MASTER-TERMS        PIC X(03).
           05  CUST-MASTER-CREDIT-LIMIT PIC 9(07)V99.
           05  CUST-MASTER-CREDIT-HOLD  PIC X(01).
           05  CUST-MASTER-BILL-TO.
               10 CUST-MASTER-BILL-ADDR-1  PIC X(30).
               10 CUST-MASTER-BILL-ADDR-2  PIC X(30).
               10 CUST-MASTER-BILL-CITY    PIC X(20).
               10 CUST-MASTER-BILL-STATE   PIC X(02).
               10 CUST-MASTER-BILL-ZIP     PIC X(10).

       FD  INVOICE-NUMBER-FILE
           RECORDING MODE IS F
           DATA RECORD IS INVOICE-NUMBER-RECORD.
      * THE NEXT-INVOICE-NUMBER CONTROL THE BILLING RUN KEEPS.
       01 INVOICE-NUMBER-RECORD.
           05  CTL-NEXT-INVOICE-NUMBER  PIC 9(06).

       FD  COMPANY-CONTROL-FILE
           RECORDING MODE IS F
           DATA RECORD IS COMPANY-CONTROL-RECORD.
       01 COMPANY-CONTROL-RECORD         PIC X(156).

       FD  GL-POSTING-FILE
           RECORDING MODE IS F
           DATA RECORD IS GL-POSTING-RECORD.
      * SAME LAYOUT THE OTHER POSTING PROGRAMS APPEND TO GLPOST.DAT
      * FOR GLPOSTRB.
       01 GL-POSTING-RECORD.
           05  GLP-ACCOUNT              PIC X(08).
           05  GLP-DR-CR                PIC X(01).
           05  GLP-AMOUNT               PIC 9(09)V99.
           05  GLP-DESCRIPTION          PIC X(24).
           05  GLP-RUN-DATE             PIC X(06).
           05  GLP-PERIOD               PIC X(06).

       FD  LETTER-FILE
           RECORDING MODE IS F
           DATA RECORD IS LETTER-RECORD.
       01 LETTER-RECORD                  PIC X(133).

       FD  HOLD-LISTING
           RECORDING MODE IS F
           DATA RECORD IS HOLD-LISTING-RECORD.
       01 HOLD-LISTING-RECORD            PIC X(133).

       FD  AUDIT-TRAIL-FILE
           RECORDING MODE IS F
           DATA RECORD IS AUDIT-TRAIL-RECORD.
       01 AUDIT-TRAIL-RECORD             PIC X(89).

       WORKING-STORAGE SECTION.
      * FILE PATHS - DEFAULT TO THE PATHS BELOW, BUT CAN BE OVERRIDDEN
      * AT RUN TIME BY SETTING THE MATCHING ENVIRONMENT VARIABLE
      * BEFORE STARTING THE PROGRAM (SEE 0500-GET-FILE-PATHS):
        01 WS-FILE-PATHS.
           05 WS-OPEN-INVOICE-PATH      PIC X(80)
                VALUE "C:\Users\Ryan\Desktop\OPENINV.DAT".
           05 WS-CUSTOMER-MASTER-PATH   PIC X(80)
                VALUE "C:\Users\Ryan\Desktop\CUSTOMER-MASTER.DAT".
           05 WS-INVOICE-NUMBER-PATH    PIC X(80)
                VALUE "C:\Users\Ryan\Desktop\INVNUM.DAT".
           05 WS-COMPANY-CONTROL-PATH   PIC X(80)
                VALUE "C:\Users\Ryan\Desktop\COMPANY.DAT".
           05 WS-GL-POSTING-PATH        PIC X(80)
                VALUE "C:\Users\Ryan\Desktop\GLPOST.DAT".
           05 WS-LETTER-PATH            PIC X(80)
                VALUE "C:\Users\Ryan\Desktop\DUNNING.rpt".
           05 WS-HOLD-LISTING-PATH      PIC X(80)
                VALUE "C:\Users\Ryan\Desktop\FINCHG-HOLDS.rpt".
           05 WS-AUDIT-TRAIL-PATH       PIC X(80)
                VALUE "C:\Users\Ryan\Desktop\OPS-AUDIT-TRAIL.LOG".
           05 WS-ENV-PATH-OVERRIDE      PIC X(80).

      * File status
        COPY "FILESTAT.cpy" REPLACING
            ==STATUS-FIELD==   BY ==WS-OPEN-INVOICE-STATUS==
            ==STATUS-OK==      BY ==OPEN-INVOICE-SUCCESSFUL==
            ==STATUS-EOF==     BY ==END-OF-OPEN-INVOICE==
            ==STATUS-INVALID== BY ==INVALID-VALUE-IN-FILE==.
        01 WS-CUSTOMER-MASTER-STATUS    pic X(02).
           88 CUSTOMER-MASTER-SUCCESSFUL   VALUE "00".
           88 END-OF-CUSTOMER-MASTER       VALUE "10".
        01 WS-INVOICE-NUMBER-STATUS     pic X(02).
           88 INVOICE-NUMBER-FILE-FOUND    VALUE "00".
        01 WS-COMPANY-CONTROL-STATUS    pic X(02).
           88 COMPANY-CONTROL-FOUND        VALUE "00".
        01 WS-GL-POSTING-STATUS         pic X(02).
           88 GOOD-GL-POSTING-WRITE        VALUE "00".
        01 WS-LETTER-STATUS             pic X(02).
           88 GOOD-LETTER-WRITE            VALUE "00".
        01 WS-HOLD-LISTING-STATUS       pic X(02).
           88 GOOD-HOLD-LISTING-WRITE      VALUE "00".
        01 WS-AUDIT-TRAIL-STATUS        pic X(02).
           88 GOOD-AUDIT-TRAIL-WRITE       VALUE "00".

      * RUN SETTINGS.
        01 WS-AS-OF-DATE                PIC 9(08) VALUE 0.
        01 WS-AS-OF-CCYYMM              PIC 9(06) VALUE 0.
        01 WS-MONTHLY-RATE              PIC 9(02)V9(04) VALUE 1.5.
        01 WS-GRACE-DAYS                PIC 9(03) VALUE 10.
        01 WS-MIN-CHARGE                PIC 9(05)V99 VALUE 1.00.
        01 WS-DEFAULT-TERMS-DAYS        PIC 9(03) VALUE 30.
        01 WS-ENV-STAGING               PIC X(16) VALUE SPACES.
        01 WS-NEXT-INVOICE-NUMBER       PIC 9(06) VALUE 700001.
        01 WS-GL-PERIOD                 PIC X(06) VALUE SPACES.
        01 WS-GL-AR-ACCT                PIC X(08) VALUE "12000000".
        01 WS-GL-FIN-CHG-ACCT           PIC X(08) VALUE "42100000".
        01 WS-RUN-RC                    PIC 9(02) VALUE 0.
        01 WS-CUS-LOCK-SW               PIC X(01) VALUE "N".
           88 CUSTOMER-LOCK-HELD           VALUE "Y".
        COPY "COMPANY.cpy".

      * DUNNING LEVEL BREAKS - DAYS PAST DUE OF THE OLDEST PAST-DUE
      * INVOICE.  PAST THE SECOND BREAK IS THE FINAL NOTICE.
        01 WS-LEVEL-1-DAYS              PIC 9(03) VALUE 30.
        01 WS-LEVEL-2-DAYS              PIC 9(03) VALUE 60.

      * CUSTOMERS - THE WHOLE MASTER RECORD, SO IT CAN BE WRITTEN
      * BACK WITH THE NEW HOLDS.  A CUSTOMER WITH INVOICES BUT NO
      * MASTER RECORD IS ADDED ON DEFAULT TERMS WITH NO ADDRESS; IT
      * IS DUNNED BUT CANNOT BE HELD AND IS NOT WRITTEN BACK.
        01 WS-CUS-COUNT                 PIC 9(04) VALUE 0.
        01 WS-CUS-SUB                   PIC 9(04) VALUE 0.
        01 WS-SEEK-CUST                 PIC X(06) VALUE SPACES.
        01 WS-CUSTOMER-TABLE.
           05 CUS-TABLE-ENTRY OCCURS 0 TO 2000 TIMES
                 DEPENDING ON WS-CUS-COUNT.
              10 TABLE-CUS-NUMBER       PIC X(06).
              10 TABLE-CUS-NAME         PIC X(20).
              10 TABLE-CUS-TERMS        PIC X(03).
              10 TABLE-CUS-LIMIT        PIC 9(07)V99.
              10 TABLE-CUS-HOLD         PIC X(01).
              10 TABLE-CUS-BILL-TO.
                 15 TABLE-CUS-ADDR-1    PIC X(30).
                 15 TABLE-CUS-ADDR-2    PIC X(30).
                 15 TABLE-CUS-CITY      PIC X(20).
                 15 TABLE-CUS-STATE     PIC X(02).
                 15 TABLE-CUS-ZIP       PIC X(10).
              10 TABLE-CUS-TERMS-DAYS   PIC 9(03).
              10 TABLE-CUS-ON-MASTER    PIC X(01).
                 88 TABLE-CUS-IS-ON-MASTER VALUE "Y".
              10 TABLE-CUS-LEVEL        PIC 9(01).

      * OPEN INVOICES WITH A BALANCE AS OF THE RUN, IN USD AND IN THE
      * BILLING CURRENCY, WITH HOW FAR PAST DUE EACH ONE IS.
        01 WS-INV-COUNT                 PIC 9(04) VALUE 0.
        01 WS-INV-SUB                   PIC 9(04) VALUE 0.
        01 WS-INVOICE-TABLE.
           05 INVOICE-TABLE-ENTRY OCCURS 0 TO 5000 TIMES
                 DEPENDING ON WS-INV-COUNT.
              10 TABLE-INV-NUMBER       PIC X(06).
              10 TABLE-INV-DATE         PIC 9(08).
              10 TABLE-INV-TYPE         PIC X(01).
                 88 TABLE-INV-FINANCE-CHARGE VALUE "F".
              10 TABLE-INV-BAL-USD      PIC 9(08)V99.
              10 TABLE-INV-BAL-ORIG     PIC 9(08)V99.
              10 TABLE-INV-DAYS-PAST    PIC S9(05).
              10 TABLE-INV-CUS-SUB      PIC 9(04).
              10 TABLE-INV-GRP-SUB      PIC 9(04).

      * ONE ENTRY PER CUSTOMER AND BILLING CURRENCY: THE PAST-DUE
      * BALANCE A CHARGE IS FIGURED ON, THE CHARGE RAISED, AND
      * WHETHER THE CUSTOMER WAS ALREADY CHARGED THIS MONTH.
        01 WS-GRP-COUNT                 PIC 9(04) VALUE 0.
        01 WS-GRP-SUB                   PIC 9(04) VALUE 0.
        01 WS-GROUP-TABLE.
           05 GRP-TABLE-ENTRY OCCURS 0 TO 5000 TIMES
                 DEPENDING ON WS-GRP-COUNT.
              10 TABLE-GRP-CUS-SUB      PIC 9(04).
              10 TABLE-GRP-CURRENCY     PIC X(03).
              10 TABLE-GRP-BASE-USD     PIC 9(09)V99.
              10 TABLE-GRP-BASE-ORIG    PIC 9(09)V99.
              10 TABLE-GRP-CHG-USD      PIC 9(08)V99.
              10 TABLE-GRP-CHG-ORIG     PIC 9(08)V99.
              10 TABLE-GRP-CHG-INVOICE  PIC X(06).
              10 TABLE-GRP-PAST-DUE     PIC 9(04).
              10 TABLE-GRP-CHARGED-SW   PIC X(01).
                 88 TABLE-GRP-ALREADY-CHARGED VALUE "Y".

        01 WS-SEEK-CURRENCY             PIC X(03) VALUE SPACES.
        01 WS-BAL-USD                   PIC S9(09)V99 VALUE 0.
        01 WS-BAL-ORIG                  PIC S9(09)V99 VALUE 0.
        01 WS-DAYS-OLD                  PIC S9(05) VALUE 0.
        01 WS-LETTER-TOTAL              PIC 9(09)V99 VALUE 0.
        01 WS-LETTER-CUS-SUB            PIC 9(04) VALUE 0.
        01 WS-NO-ADDRESS-SW             PIC X(01) VALUE "N".
           88 LETTER-HAS-NO-ADDRESS        VALUE "Y".
        01 WS-LETTER-PRINT-LINE         PIC X(133) VALUE SPACES.
        01 WS-CITY-LINE                 PIC X(40) VALUE SPACES.
        01 WS-HOLD-RESULT               PIC X(25) VALUE SPACES.

      * WHAT EACH LEVEL OF LETTER SAYS.
        01 WS-LEVEL-TEXT-VALUES.
           05 FILLER                    PIC X(20)
                VALUE "REMINDER".
           05 FILLER                    PIC X(60)
                VALUE
             "OUR RECORDS SHOW THE INVOICES BELOW ARE NOW PAST DUE.".
           05 FILLER                    PIC X(60)
                VALUE
             "IF YOUR PAYMENT IS ALREADY ON ITS WAY, PLEASE DISREGARD".
           05 FILLER                    PIC X(60)
                VALUE "THIS NOTICE, AND THANK YOU FOR YOUR BUSINESS.".
           05 FILLER                    PIC X(20)
                VALUE "SECOND NOTICE".
           05 FILLER                    PIC X(60)
                VALUE
             "THE INVOICES BELOW ARE MORE THAN 30 DAYS PAST DUE.".
           05 FILLER                    PIC X(60)
                VALUE
             "PLEASE REMIT THE AMOUNT DUE WITHIN 10 DAYS, OR CALL US".
           05 FILLER                    PIC X(60)
                VALUE "TO ARRANGE PAYMENT.".
           05 FILLER                    PIC X(20)
                VALUE "FINAL NOTICE".
           05 FILLER                    PIC X(60)
                VALUE
             "THE INVOICES BELOW ARE MORE THAN 60 DAYS PAST DUE.".
           05 FILLER                    PIC X(60)
                VALUE
             "YOUR ACCOUNT IS ON CREDIT HOLD, AND NO FURTHER ORDERS".
           05 FILLER                    PIC X(60)
                VALUE "WILL SHIP UNTIL THE PAST-DUE BALANCE IS PAID.".
        01 WS-LEVEL-TEXT-TABLE REDEFINES WS-LEVEL-TEXT-VALUES.
           05 LEVEL-TEXT-ENTRY OCCURS 3 TIMES.
              10 LEVEL-TEXT-TITLE       PIC X(20).
              10 LEVEL-TEXT-LINE        PIC X(60) OCCURS 3 TIMES.
        01 WS-TEXT-SUB                  PIC 9(01) VALUE 0.

      * RUN COUNTERS.
        01 WS-INVOICES-READ             PIC 9(06) VALUE 0.
        01 WS-CHARGES-RAISED            PIC 9(05) VALUE 0.
        01 WS-CHARGES-WAIVED            PIC 9(05) VALUE 0.
        01 WS-CHARGES-ALREADY-MADE      PIC 9(05) VALUE 0.
        01 WS-CHARGE-TOTAL-USD          PIC 9(09)V99 VALUE 0.
        01 WS-LETTERS-WRITTEN           PIC 9(05) VALUE 0.
        01 WS-LETTERS-HELD              PIC 9(05) VALUE 0.
        01 WS-LETTERS-BY-LEVEL          PIC 9(05) OCCURS 3 TIMES
                                          VALUE 0.
        01 WS-HOLDS-PLACED              PIC 9(05) VALUE 0.
        01 WS-RUN-DATE                  PIC X(08).
        01 WS-RUN-TIME                  PIC 9(08) VALUE 0.
        COPY "AUDITTRL.cpy".
        COPY "DATEFUN.cpy".
      * OPERATOR SIGN-ON - WHO RAISED THE CHARGES AND PUT CUSTOMERS
      * ON HOLD.  THE SIGNED-ON USER IS STAMPED INTO EVERY HOLD-
      * LISTING LINE AND THE AUDIT-TRAIL RECORD.
        COPY "SIGNON.cpy".
        COPY "RUNLOCK.cpy".

      * DUNNING LETTER LAYOUT.
       01  LTR-HDG-01.
           05 LTR-HDG-01-CC          PIC X(01) VALUE SPACE.
           05 FILLER                 PIC X(09) VALUE SPACES.
           05 LTR-HDG-01-COMPANY     PIC X(45).
           05 FILLER                 PIC X(20) VALUE SPACES.
           05 LTR-HDG-01-TITLE       PIC X(20).
           05 FILLER                 PIC X(25) VALUE SPACES.
           05 FILLER                 PIC X(06) VALUE "PAGE: ".
           05 LTR-HDG-01-PAGE        PIC ZZ9.
           05 FILLER                 PIC X(04) VALUE SPACES.
       01  LTR-HDG-02.
           05 LTR-HDG-02-CC          PIC X(01) VALUE SPACE.
           05 FILLER                 PIC X(09) VALUE SPACES.
           05 LTR-HDG-02-ADDRESS     PIC X(40).
           05 FILLER                 PIC X(25) VALUE SPACES.
           05 FILLER                 PIC X(16)
              VALUE "DATE:           ".
           05 LTR-HDG-02-DATE        PIC 9999/99/99.
           05 FILLER                 PIC X(32) VALUE SPACES.
       01  LTR-HDG-03.
           05 LTR-HDG-03-CC          PIC X(01) VALUE SPACE.
           05 FILLER                 PIC X(09) VALUE SPACES.
           05 LTR-HDG-03-CITY-LINE   PIC X(40).
           05 FILLER                 PIC X(25) VALUE SPACES.
           05 FILLER                 PIC X(16)
              VALUE "ACCOUNT:        ".
           05 LTR-HDG-03-ACCOUNT     PIC X(06).
           05 FILLER                 PIC X(36) VALUE SPACES.
       01  LTR-HDG-04.
           05 LTR-HDG-04-CC          PIC X(01) VALUE SPACE.
           05 FILLER                 PIC X(74) VALUE SPACES.
           05 FILLER                 PIC X(16)
              VALUE "AMOUNTS IN:     ".
           05 LTR-HDG-04-CURRENCY    PIC X(03).
           05 FILLER                 PIC X(39) VALUE SPACES.

       01  LETTER-TEXT-LINE.
           05 LETTER-TEXT-CC         PIC X(01) VALUE SPACE.
           05 FILLER                 PIC X(14) VALUE SPACES.
           05 LETTER-TEXT            PIC X(60).
           05 FILLER                 PIC X(58) VALUE SPACES.

       01  LETTER-COLUMN-HDG.
           05 LETTER-COLUMN-HDG-CC   PIC X(01) VALUE SPACE.
           05 FILLER                 PIC X(14) VALUE SPACES.
           05 FILLER                 PIC X(09) VALUE "INVOICE".
           05 FILLER                 PIC X(13) VALUE "DATE".
           05 FILLER                 PIC X(15) VALUE "DESCRIPTION".
           05 FILLER                 PIC X(09) VALUE "DAYS LATE".
           05 FILLER                 PIC X(06) VALUE SPACES.
           05 FILLER                 PIC X(14) VALUE "    AMOUNT DUE".
           05 FILLER                 PIC X(52) VALUE SPACES.

       01  LETTER-DETAIL-LINE.
           05 LDT-CC                 PIC X(01) VALUE SPACE.
           05 FILLER                 PIC X(14) VALUE SPACES.
           05 LDT-INVOICE            PIC X(06).
           05 FILLER                 PIC X(03) VALUE SPACES.
           05 LDT-DATE               PIC 9999/99/99.
           05 FILLER                 PIC X(03) VALUE SPACES.
           05 LDT-DESCRIPTION        PIC X(16).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 LDT-DAYS-LATE          PIC ZZ,ZZ9 BLANK WHEN ZERO.
           05 FILLER                 PIC X(06) VALUE SPACES.
           05 LDT-AMOUNT             PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                 PIC X(52) VALUE SPACES.

       01  LETTER-TOTAL-LINE.
           05 LTT-CC                 PIC X(01) VALUE SPACE.
           05 FILLER                 PIC X(14) VALUE SPACES.
           05 FILLER                 PIC X(40)
              VALUE "TOTAL NOW DUE".
           05 FILLER                 PIC X(12) VALUE SPACES.
           05 LTT-AMOUNT             PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                 PIC X(52) VALUE SPACES.

      * CREDIT-HOLD CHANGE LISTING - SAME COLUMNS AS CUSMNTRB'S.
       01  PAGE-HDG-01.
           05 PAGE-HDG-01-CC         PIC X(01) VALUE SPACE.
           05 FILLER                 PIC X(44) VALUE SPACES.
           05 FILLER                 PIC X(41)
              VALUE "FINANCE CHARGE RUN - CREDIT HOLDS PLACED".
           05 FILLER                 PIC X(19) VALUE SPACES.
           05 FILLER                 PIC X(06) VALUE "PAGE: ".
           05 PAGE-HDG-01-PAGE       PIC ZZ9.
       01  PAGE-HDG-02.
           05 PAGE-HDG-02-CC         PIC X(01) VALUE SPACE.
           05 FILLER                 PIC X(56) VALUE SPACES.
           05 FILLER                 PIC X(10) VALUE "AS OF:    ".
           05 PAGE-HDG-02-DATE       PIC 9999/99/99.
           05 FILLER                 PIC X(56) VALUE SPACES.
       01  PAGE-HDG-03.
           05 PAGE-HDG-03-CC         PIC X(01) VALUE SPACE.
           05 FILLER                 PIC X(09) VALUE SPACES.
           05 FILLER                 PIC X(08) VALUE "ACT     ".
           05 FILLER                 PIC X(09) VALUE "CUST NO. ".
           05 FILLER                 PIC X(22) VALUE "CUSTOMER NAME".
           05 FILLER                 PIC X(06) VALUE "TERMS ".
           05 FILLER                 PIC X(14) VALUE "  CREDIT LIMIT".
           05 FILLER                 PIC X(06) VALUE "  HOLD".
           05 FILLER                 PIC X(03) VALUE SPACES.
           05 FILLER                 PIC X(25) VALUE "RESULT".
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 FILLER                 PIC X(08) VALUE "USER".

       01  DETAIL-LINE-CHANGE.
           05 DTL-CC                 PIC X(01) VALUE SPACE.
           05 FILLER                 PIC X(09) VALUE SPACES.
           05 DTL-TAG                PIC X(08).
           05 DTL-CUST-NUM           PIC X(06).
           05 FILLER                 PIC X(03) VALUE SPACES.
           05 DTL-CUST-NAME          PIC X(20).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 DTL-TERMS              PIC X(03).
           05 FILLER                 PIC X(03) VALUE SPACES.
           05 DTL-LIMIT              PIC $Z,ZZZ,ZZ9.99.
           05 FILLER                 PIC X(04) VALUE SPACES.
           05 DTL-HOLD               PIC X(01).
           05 FILLER                 PIC X(04) VALUE SPACES.
           05 DTL-RESULT             PIC X(25).
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 DTL-USER               PIC X(08).

       01  TOTALS-LINE.
           05 TOTAL-LINE-CC          PIC X(01) VALUE SPACE.
           05 FILLER                 PIC X(09) VALUE SPACES.
           05 FILLER                 PIC X(18)
              VALUE "CHARGES RAISED:   ".
           05 TOTAL-CHARGES          PIC ZZ,ZZ9.
           05 FILLER                 PIC X(03) VALUE SPACES.
           05 FILLER                 PIC X(13) VALUE "TOTAL (USD): ".
           05 TOTAL-CHARGE-USD       PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                 PIC X(03) VALUE SPACES.
           05 FILLER                 PIC X(09) VALUE "LETTERS: ".
           05 TOTAL-LETTERS          PIC ZZ,ZZ9.
           05 FILLER                 PIC X(03) VALUE SPACES.
           05 FILLER                 PIC X(14) VALUE "HOLDS PLACED: ".
           05 TOTAL-HOLDS            PIC ZZ,ZZ9.

       01  DETAIL-LINE-LINE.
           05 FILLER                 PIC X(10) VALUE SPACES.
           05 FILLER                 PIC X(115) VALUE ALL "_".
           05 FILLER                 PIC X(08) VALUE SPACES.

       01  PAGE-STUFF.
           05 WS-PAGE-COUNT           PIC 999 VALUE 0.
           05 WS-LINE-COUNT           PIC 99 VALUE 0.
           05 WS-LST-PAGE-COUNT       PIC 999 VALUE 0.
           05 WS-LST-LINE-COUNT       PIC 99 VALUE 0.

       PROCEDURE DIVISION.

           DISPLAY "FINCHGRB FOR RYAN BROOKS".

           PERFORM 1000-INITIALIZE.
           PERFORM 2000-ASSESS-FINANCE-CHARGES.
           PERFORM 3000-SET-DUNNING-LEVELS.
           PERFORM 4000-PLACE-CREDIT-HOLDS.

      * CUSTOMER-MASTER ORDER, EACH CUSTOMER'S CURRENCIES TOGETHER.
           PERFORM VARYING WS-CUS-SUB FROM 1 BY 1
              UNTIL WS-CUS-SUB > WS-CUS-COUNT
              IF TABLE-CUS-LEVEL (WS-CUS-SUB) > 0
                 PERFORM VARYING WS-GRP-SUB FROM 1 BY 1
                    UNTIL WS-GRP-SUB > WS-GRP-COUNT
                    IF TABLE-GRP-CUS-SUB (WS-GRP-SUB) = WS-CUS-SUB
                       AND TABLE-GRP-PAST-DUE (WS-GRP-SUB) > 0
                       PERFORM 5000-PRINT-LETTER
                    END-IF
                 END-PERFORM
              END-IF
           END-PERFORM.

           PERFORM 9000-CREATE-LISTING-TOTAL-LINE.
           IF WS-HOLDS-PLACED > 0
              PERFORM 9600-WRITE-CUSTOMER-MASTER
           END-IF.
           PERFORM 9700-WRITE-INVOICE-NUMBER.

      * THE LOCKS GO BACK BEFORE THE RETURN CODE IS SET - THE CALL
      * WOULD OTHERWISE CLEAR IT.
           PERFORM 1350-RELEASE-RUN-LOCKS.
           IF WS-LETTERS-HELD > 0 AND WS-RUN-RC < 04
              MOVE 04 TO WS-RUN-RC
           END-IF.
           MOVE WS-RUN-RC TO RETURN-CODE.

           display "AS OF:                       " WS-AS-OF-DATE.
           display "MONTHLY RATE (PERCENT):      " WS-MONTHLY-RATE.
           display "GRACE DAYS:                  " WS-GRACE-DAYS.
           display "INVOICES READ:               " WS-INVOICES-READ.
           display "FINANCE CHARGES RAISED:      " WS-CHARGES-RAISED.
           display "  TOTAL (USD):               " WS-CHARGE-TOTAL-USD.
           display "  WAIVED - UNDER MINIMUM:    " WS-CHARGES-WAIVED.
           display "  ALREADY CHARGED THIS MONTH:"
               WS-CHARGES-ALREADY-MADE.
           display "DUNNING LETTERS WRITTEN:     " WS-LETTERS-WRITTEN.
           display "  LEVEL 1 / 2 / 3:           "
               WS-LETTERS-BY-LEVEL (1) " / "
               WS-LETTERS-BY-LEVEL (2) " / "
               WS-LETTERS-BY-LEVEL (3).
           display "  HELD - NO BILL-TO ADDRESS: " WS-LETTERS-HELD.
           display "CUSTOMERS PLACED ON HOLD:    " WS-HOLDS-PLACED.

           PERFORM 9900-WRITE-AUDIT-RECORD.

           close GL-POSTING-FILE
                 LETTER-FILE
                 HOLD-LISTING
                 AUDIT-TRAIL-FILE.

           GOBACK.

       0500-GET-FILE-PATHS.
      * OVERRIDE THE DEFAULT FILE PATHS IF THE MATCHING ENVIRONMENT
      * VARIABLE HAS BEEN SET:
           ACCEPT WS-ENV-PATH-OVERRIDE FROM ENVIRONMENT
                  "FINCHGRB-OPEN-INVOICE-FILE".
           IF WS-ENV-PATH-OVERRIDE NOT = SPACES
              MOVE WS-ENV-PATH-OVERRIDE TO WS-OPEN-INVOICE-PATH
           END-IF.
           ACCEPT WS-ENV-PATH-OVERRIDE FROM ENVIRONMENT
                  "FINCHGRB-CUSTOMER-MASTER".
           IF WS-ENV-PATH-OVERRIDE NOT = SPACES
              MOVE WS-ENV-PATH-OVERRIDE TO WS-CUSTOMER-MASTER-PATH
           END-IF.
           ACCEPT WS-ENV-PATH-OVERRIDE FROM ENVIRONMENT
                  "FINCHGRB-INVOICE-NUMBER-FILE".
           IF WS-ENV-PATH-OVERRIDE NOT = SPACES
              MOVE WS-ENV-PATH-OVERRIDE TO WS-INVOICE-NUMBER-PATH
           END-IF.
           ACCEPT WS-ENV-PATH-OVERRIDE FROM ENVIRONMENT
                  "FINCHGRB-COMPANY-CONTROL".
           IF WS-ENV-PATH-OVERRIDE NOT = SPACES
              MOVE WS-ENV-PATH-OVERRIDE TO WS-COMPANY-CONTROL-PATH
           END-IF.
           ACCEPT WS-ENV-PATH-OVERRIDE FROM ENVIRONMENT
                  "FINCHGRB-GL-POSTING-FILE".
           IF WS-ENV-PATH-OVERRIDE NOT = SPACES
              MOVE WS-ENV-PATH-OVERRIDE TO WS-GL-POSTING-PATH
           END-IF.
           ACCEPT WS-ENV-PATH-OVERRIDE FROM ENVIRONMENT
                  "FINCHGRB-LETTER-FILE".
           IF WS-ENV-PATH-OVERRIDE NOT = SPACES
              MOVE WS-ENV-PATH-OVERRIDE TO WS-LETTER-PATH
           END-IF.
           ACCEPT WS-ENV-PATH-OVERRIDE FROM ENVIRONMENT
                  "FINCHGRB-HOLD-LISTING".
           IF WS-ENV-PATH-OVERRIDE NOT = SPACES
              MOVE WS-ENV-PATH-OVERRIDE TO WS-HOLD-LISTING-PATH
           END-IF.
           ACCEPT WS-ENV-PATH-OVERRIDE FROM ENVIRONMENT
                  "FINCHGRB-AUDIT-TRAIL-FILE".
           IF WS-ENV-PATH-OVERRIDE NOT = SPACES
              MOVE WS-ENV-PATH-OVERRIDE TO WS-AUDIT-TRAIL-PATH
           END-IF.

       1000-INITIALIZE.
           PERFORM 0500-GET-FILE-PATHS.
           ACCEPT WS-RUN-DATE FROM DATE.
           PERFORM 1100-GET-RUN-SETTINGS.
           OPEN EXTEND AUDIT-TRAIL-FILE.
           IF NOT GOOD-AUDIT-TRAIL-WRITE
              CLOSE AUDIT-TRAIL-FILE
              OPEN OUTPUT AUDIT-TRAIL-FILE
           END-IF.
           PERFORM 1200-OPERATOR-SIGN-ON.
           PERFORM 1160-GET-FISCAL-PERIOD.
           PERFORM 1300-TAKE-RUN-LOCKS.
           OPEN INPUT OPEN-INVOICE-FILE.
           IF NOT OPEN-INVOICE-SUCCESSFUL
              DISPLAY "FINCHGRB: UNABLE TO OPEN OPEN-INVOICE FILE, "
                  "STATUS = " WS-OPEN-INVOICE-STATUS
              PERFORM 1350-RELEASE-RUN-LOCKS
              MOVE 16 TO RETURN-CODE
              PERFORM 9900-WRITE-AUDIT-RECORD
              CLOSE AUDIT-TRAIL-FILE
              GOBACK
           END-IF.
           OPEN OUTPUT LETTER-FILE.
           IF NOT GOOD-LETTER-WRITE
              DISPLAY "FINCHGRB: UNABLE TO OPEN LETTER FILE, "
                  "STATUS = " WS-LETTER-STATUS
              PERFORM 1350-RELEASE-RUN-LOCKS
              MOVE 16 TO RETURN-CODE
              PERFORM 9900-WRITE-AUDIT-RECORD
              CLOSE AUDIT-TRAIL-FILE
              GOBACK
           END-IF.
           OPEN OUTPUT HOLD-LISTING.
           OPEN EXTEND GL-POSTING-FILE.
           IF NOT GOOD-GL-POSTING-WRITE
              CLOSE GL-POSTING-FILE
              OPEN OUTPUT GL-POSTING-FILE
           END-IF.
           PERFORM 1150-LOAD-COMPANY-CONTROL.
           PERFORM 1400-LOAD-CUSTOMERS.
           PERFORM 1500-LOAD-OPEN-INVOICES.
           CLOSE OPEN-INVOICE-FILE.
           PERFORM 1600-LOAD-INVOICE-NUMBER.
           PERFORM 8500-WRITE-LISTING-HEADINGS.

       1100-GET-RUN-SETTINGS.
      * A SETTING LEFT BLANK, OR GIVEN AS ZERO, KEEPS ITS DEFAULT.
           COMPUTE WS-AS-OF-DATE =
               FUNCTION NUMVAL (WS-RUN-DATE (1:6)) + 20000000.
           MOVE SPACES TO WS-ENV-STAGING.
           ACCEPT WS-ENV-STAGING FROM ENVIRONMENT
                  "FINCHGRB-AS-OF-DATE".
           IF WS-ENV-STAGING (1:8) IS NUMERIC
              MOVE WS-ENV-STAGING (1:8) TO WS-AS-OF-DATE
           END-IF.
           DIVIDE WS-AS-OF-DATE BY 100 GIVING WS-AS-OF-CCYYMM.
           MOVE SPACES TO WS-ENV-STAGING.
           ACCEPT WS-ENV-STAGING FROM ENVIRONMENT
                  "FINCHGRB-MONTHLY-RATE".
           IF WS-ENV-STAGING NOT = SPACES
              AND FUNCTION NUMVAL (WS-ENV-STAGING) > 0
              COMPUTE WS-MONTHLY-RATE =
                  FUNCTION NUMVAL (WS-ENV-STAGING)
           END-IF.
           MOVE SPACES TO WS-ENV-STAGING.
           ACCEPT WS-ENV-STAGING FROM ENVIRONMENT
                  "FINCHGRB-GRACE-DAYS".
           IF WS-ENV-STAGING NOT = SPACES
              AND FUNCTION NUMVAL (WS-ENV-STAGING) > 0
              COMPUTE WS-GRACE-DAYS =
                  FUNCTION NUMVAL (WS-ENV-STAGING)
           END-IF.
           MOVE SPACES TO WS-ENV-STAGING.
           ACCEPT WS-ENV-STAGING FROM ENVIRONMENT
                  "FINCHGRB-MIN-CHARGE".
           IF WS-ENV-STAGING NOT = SPACES
              AND FUNCTION NUMVAL (WS-ENV-STAGING) > 0
              COMPUTE WS-MIN-CHARGE =
                  FUNCTION NUMVAL (WS-ENV-STAGING)
           END-IF.
           MOVE WS-AS-OF-DATE TO LTR-HDG-02-DATE.
           MOVE WS-AS-OF-DATE TO PAGE-HDG-02-DATE.

       1150-LOAD-COMPANY-CONTROL.
      * OUR NAME AND ADDRESS HEAD EVERY LETTER.  WITHOUT THE COMPANY
      * RECORD THE LETTERS STILL PRINT, BUT THE RUN SAYS SO AND ENDS
      * WITH A 4 - THEY SHOULD NOT GO OUT UNHEADED.
           OPEN INPUT COMPANY-CONTROL-FILE.
           IF COMPANY-CONTROL-FOUND
              READ COMPANY-CONTROL-FILE INTO WS-COMPANY-CONTROL-LINE
              CLOSE COMPANY-CONTROL-FILE
           END-IF.
           IF WS-CMP-NAME = SPACES
              DISPLAY "FINCHGRB: NO COMPANY CONTROL RECORD - "
                  "LETTERS PRINT WITHOUT OUR NAME AND ADDRESS"
              IF WS-RUN-RC < 04
                 MOVE 04 TO WS-RUN-RC
              END-IF
           END-IF.
           MOVE WS-CMP-NAME    TO LTR-HDG-01-COMPANY.
           MOVE WS-CMP-ADDRESS TO LTR-HDG-02-ADDRESS.
           MOVE SPACES TO WS-CITY-LINE.
           IF WS-CMP-CITY NOT = SPACES
              STRING WS-CMP-CITY DELIMITED BY "  "
                     ", "        DELIMITED BY SIZE
                     WS-CMP-STATE DELIMITED BY SIZE
                     " "         DELIMITED BY SIZE
                     WS-CMP-ZIP  DELIMITED BY SIZE
                  INTO WS-CITY-LINE
           END-IF.
           MOVE WS-CITY-LINE TO LTR-HDG-03-CITY-LINE.

       1160-GET-FISCAL-PERIOD.
      * THE ACCOUNTING PERIOD THE CHARGES POST TO - THE PERIOD OF THE
      * AS-OF DATE THEY ARE DATED, FALLING BACK TO ITS CCYYMM.
           MOVE "F" TO DFN-FUNCTION-CODE.
           MOVE WS-AS-OF-DATE TO DFN-DATE-1.
           CALL "DATESRVRB" USING DATEFUN-PARMS.
           IF DFN-OK
              MOVE DFN-FISCAL-PERIOD TO WS-GL-PERIOD
           ELSE
              MOVE WS-AS-OF-CCYYMM   TO WS-GL-PERIOD
           END-IF.

       1200-OPERATOR-SIGN-ON.
      * RAISING CHARGES AND PUTTING CUSTOMERS ON HOLD ALTERS TWO
      * MASTERS, SO NOBODY DOES IT ANONYMOUSLY.  AN UNATTENDED
      * MONTH-END RUN (ANSWER B) PROCEEDS WITH A BLANK USER, THE
      * AUDIT LINE'S OWN CONVENTION FOR A BATCH RUN.
           MOVE "FINCHGRB" TO SGN-PROGRAM-NAME.
           CALL "OPSIGNRB" USING SIGNON-PARMS.
           IF SGN-BATCH-RUN
              DISPLAY "FINCHGRB: UNATTENDED CHAIN RUN - NO OPERATOR "
                  "SIGN-ON"
           ELSE
              IF NOT SGN-AUTHORIZED
                 EVALUATE TRUE
                    WHEN SGN-NO-USER
                       DISPLAY "FINCHGRB: OPS-USER-ID NOT SET - SIGN "
                           "ON BEFORE RAISING FINANCE CHARGES"
                    WHEN SGN-NO-USER-FILE
                       DISPLAY "FINCHGRB: USER AUTHORIZATION FILE "
                           "MISSING - RUN REFUSED"
                    WHEN OTHER
                       DISPLAY "FINCHGRB: USER " SGN-USER-ID
                           " NOT AUTHORIZED FOR FINCHGRB - RUN "
                           "REFUSED"
                 END-EVALUATE
                 MOVE 16 TO RETURN-CODE
                 PERFORM 1250-LOG-REFUSED-ACCESS
                 GOBACK
              END-IF
           END-IF.

       1250-LOG-REFUSED-ACCESS.
           ACCEPT WS-RUN-TIME FROM TIME.
           MOVE "FINCHGRB"          TO AUD-PROGRAM-NAME.
           MOVE WS-RUN-DATE         TO AUD-RUN-DATE.
           MOVE WS-RUN-TIME         TO AUD-RUN-TIME.
           MOVE 0                   TO AUD-RECORDS-READ.
           MOVE 0                   TO AUD-RECORDS-WRITTEN.
           MOVE "ACCESS REFUSED"    TO AUD-KEY-TOTALS.
           MOVE "ER"                TO AUD-COMPLETION-STATUS.
           MOVE SGN-USER-ID         TO AUD-USER-ID.
           WRITE AUDIT-TRAIL-RECORD FROM AUDIT-TRAIL-LINE.
           CLOSE AUDIT-TRAIL-FILE.

       1300-TAKE-RUN-LOCKS.
      * THE OPEN-INVOICE LOCK ALSO KEEPS THE BILLING RUN, WHICH
      * SHARES THE INVOICE-NUMBER CONTROL, OUT WHILE WE NUMBER.
           SET LCK-TAKE TO TRUE.
           MOVE WS-OPEN-INVOICE-PATH TO LCK-MASTER-PATH.
           MOVE "FINCHGRB" TO LCK-PROGRAM-NAME.
           CALL "RUNLOKRB" USING RUNLOCK-PARMS.
           IF NOT LCK-OK
              DISPLAY "FINCHGRB: OPEN-INVOICE FILE IS LOCKED BY "
                  LCK-HELD-BY
              DISPLAY "FINCHGRB: RUN STOPPED - TRY AGAIN WHEN THE "
                  "LOCK CLEARS"
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF.
           SET LCK-TAKE TO TRUE.
           MOVE WS-CUSTOMER-MASTER-PATH TO LCK-MASTER-PATH.
           MOVE "FINCHGRB" TO LCK-PROGRAM-NAME.
           CALL "RUNLOKRB" USING RUNLOCK-PARMS.
           IF NOT LCK-OK
              DISPLAY "FINCHGRB: CUSTOMER MASTER IS LOCKED BY "
                  LCK-HELD-BY
              DISPLAY "FINCHGRB: RUN STOPPED - TRY AGAIN WHEN THE "
                  "LOCK CLEARS"
              PERFORM 1350-RELEASE-RUN-LOCKS
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF.
           SET CUSTOMER-LOCK-HELD TO TRUE.

       1350-RELEASE-RUN-LOCKS.
      * GIVE THE LOCKS BACK ON THE ERROR STOPS TOO.
           SET LCK-RELEASE TO TRUE.
           MOVE WS-OPEN-INVOICE-PATH TO LCK-MASTER-PATH.
           MOVE "FINCHGRB" TO LCK-PROGRAM-NAME.
           CALL "RUNLOKRB" USING RUNLOCK-PARMS.
           IF CUSTOMER-LOCK-HELD
              SET LCK-RELEASE TO TRUE
              MOVE WS-CUSTOMER-MASTER-PATH TO LCK-MASTER-PATH
              MOVE "FINCHGRB" TO LCK-PROGRAM-NAME
              CALL "RUNLOKRB" USING RUNLOCK-PARMS
              MOVE "N" TO WS-CUS-LOCK-SW
           END-IF.

       1400-LOAD-CUSTOMERS.
      * TERMS DAYS FROM THE MASTER'S TERMS CODE (N30 = 30); A CODE
      * WITH NO DAYS IN IT MEANS THE DEFAULT 30.  MASTERS WRITTEN
      * BEFORE THE CREDIT FIELDS EXISTED READ IN SHORT - THOSE
      * CUSTOMERS START WITH NO LIMIT AND NO HOLD.
           OPEN INPUT CUSTOMER-MASTER.
           IF NOT CUSTOMER-MASTER-SUCCESSFUL
              DISPLAY "FINCHGRB: CUSTOMER MASTER NOT AVAILABLE - "
                  "INVOICES DUE ON " WS-DEFAULT-TERMS-DAYS
                  "-DAY TERMS, NO HOLDS CAN BE PLACED"
              MOVE 04 TO WS-RUN-RC
           ELSE
              PERFORM UNTIL END-OF-CUSTOMER-MASTER
                 READ CUSTOMER-MASTER
                    AT END
                       SET END-OF-CUSTOMER-MASTER TO TRUE
                    NOT AT END
                       MOVE CUST-MASTER-NUMBER TO WS-SEEK-CUST
                       PERFORM 1460-FIND-CUSTOMER
                       MOVE "Y" TO TABLE-CUS-ON-MASTER (WS-CUS-SUB)
                       MOVE CUST-MASTER-NAME
                         TO TABLE-CUS-NAME (WS-CUS-SUB)
                       MOVE CUST-MASTER-TERMS
                         TO TABLE-CUS-TERMS (WS-CUS-SUB)
                       IF CUST-MASTER-CREDIT-LIMIT IS NUMERIC
                          MOVE CUST-MASTER-CREDIT-LIMIT
                            TO TABLE-CUS-LIMIT (WS-CUS-SUB)
                       END-IF
                       MOVE CUST-MASTER-CREDIT-HOLD
                         TO TABLE-CUS-HOLD (WS-CUS-SUB)
                       MOVE CUST-MASTER-BILL-TO
                         TO TABLE-CUS-BILL-TO (WS-CUS-SUB)
                       EVALUATE TRUE
                          WHEN CUST-MASTER-TERMS (2:2) IS NUMERIC
                             MOVE CUST-MASTER-TERMS (2:2)
                               TO TABLE-CUS-TERMS-DAYS (WS-CUS-SUB)
                          WHEN CUST-MASTER-TERMS IS NUMERIC
                             MOVE CUST-MASTER-TERMS
                               TO TABLE-CUS-TERMS-DAYS (WS-CUS-SUB)
                       END-EVALUATE
                 END-READ
              END-PERFORM
              CLOSE CUSTOMER-MASTER
           END-IF.

       1460-FIND-CUSTOMER.
      * A CUSTOMER NOT YET IN THE TABLE IS ADDED ON DEFAULT TERMS
      * WITH NO NAME, ADDRESS, LIMIT OR HOLD.
           PERFORM VARYING WS-CUS-SUB FROM 1 BY 1
              UNTIL WS-CUS-SUB > WS-CUS-COUNT
                 OR TABLE-CUS-NUMBER (WS-CUS-SUB) = WS-SEEK-CUST
           END-PERFORM.
           IF WS-CUS-SUB > WS-CUS-COUNT
              IF WS-CUS-COUNT = 2000
                 DISPLAY "FINCHGRB: CUSTOMER TABLE CEILING (2000) "
                     "REACHED - RUN STOPPED"
                 PERFORM 1350-RELEASE-RUN-LOCKS
                 MOVE 16 TO RETURN-CODE
                 GOBACK
              END-IF
              ADD 1 TO WS-CUS-COUNT
              MOVE WS-CUS-COUNT TO WS-CUS-SUB
              MOVE WS-SEEK-CUST TO TABLE-CUS-NUMBER (WS-CUS-SUB)
              MOVE "*** UNKNOWN CUST ***" TO TABLE-CUS-NAME (WS-CUS-SUB)
              MOVE SPACES TO TABLE-CUS-TERMS (WS-CUS-SUB)
              MOVE 0      TO TABLE-CUS-LIMIT (WS-CUS-SUB)
              MOVE SPACE  TO TABLE-CUS-HOLD (WS-CUS-SUB)
              MOVE SPACES TO TABLE-CUS-BILL-TO (WS-CUS-SUB)
              MOVE WS-DEFAULT-TERMS-DAYS
                TO TABLE-CUS-TERMS-DAYS (WS-CUS-SUB)
              MOVE "N"    TO TABLE-CUS-ON-MASTER (WS-CUS-SUB)
              MOVE 0      TO TABLE-CUS-LEVEL (WS-CUS-SUB)
           END-IF.

       1500-LOAD-OPEN-INVOICES.
      * EVERY INVOICE STILL OWING, WITH ITS DAYS PAST DUE AS OF THE
      * RUN.  AN INVOICE DATED AFTER THE AS-OF DATE IS NOT YET DUE.
           PERFORM UNTIL END-OF-OPEN-INVOICE
              READ OPEN-INVOICE-FILE NEXT RECORD
                 AT END
                    SET END-OF-OPEN-INVOICE TO TRUE
                 NOT AT END
                    ADD 1 TO WS-INVOICES-READ
                    IF OPNINV-STATUS NOT = "P"
                       AND OPNINV-AMOUNT > OPNINV-PAID
                       AND OPNINV-DATE IS NUMERIC
                       AND OPNINV-DATE NOT > WS-AS-OF-DATE
                       PERFORM 1550-KEEP-OPEN-INVOICE
                    END-IF
              END-READ
           END-PERFORM.

       1550-KEEP-OPEN-INVOICE.
           IF WS-INV-COUNT = 5000
              DISPLAY "FINCHGRB: INVOICE TABLE CEILING (5000) "
                  "REACHED - RUN STOPPED"
              PERFORM 1350-RELEASE-RUN-LOCKS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           MOVE OPNINV-CUST TO WS-SEEK-CUST.
           PERFORM 1460-FIND-CUSTOMER.
           COMPUTE WS-BAL-USD = OPNINV-AMOUNT - OPNINV-PAID.
           IF OPNINV-CURRENCY = SPACES OR OPNINV-CURRENCY = "USD"
              MOVE "USD" TO WS-SEEK-CURRENCY
              MOVE WS-BAL-USD TO WS-BAL-ORIG
           ELSE
              MOVE OPNINV-CURRENCY TO WS-SEEK-CURRENCY
              COMPUTE WS-BAL-ORIG =
                  OPNINV-ORIG-AMOUNT - OPNINV-ORIG-PAID
              IF WS-BAL-ORIG < 0
                 MOVE 0 TO WS-BAL-ORIG
              END-IF
           END-IF.
           MOVE "D" TO DFN-FUNCTION-CODE.
           MOVE OPNINV-DATE   TO DFN-DATE-1.
           MOVE WS-AS-OF-DATE TO DFN-DATE-2.
           CALL "DATESRVRB" USING DATEFUN-PARMS.
           IF DFN-OK
              MOVE DFN-DAY-COUNT TO WS-DAYS-OLD
           ELSE
              MOVE 0 TO WS-DAYS-OLD
           END-IF.
           ADD 1 TO WS-INV-COUNT.
           MOVE OPNINV-NUMBER TO TABLE-INV-NUMBER (WS-INV-COUNT).
           MOVE OPNINV-DATE   TO TABLE-INV-DATE (WS-INV-COUNT).
           MOVE OPNINV-TYPE   TO TABLE-INV-TYPE (WS-INV-COUNT).
           MOVE WS-BAL-USD    TO TABLE-INV-BAL-USD (WS-INV-COUNT).
           MOVE WS-BAL-ORIG   TO TABLE-INV-BAL-ORIG (WS-INV-COUNT).
           COMPUTE TABLE-INV-DAYS-PAST (WS-INV-COUNT) =
               WS-DAYS-OLD - TABLE-CUS-TERMS-DAYS (WS-CUS-SUB).
           MOVE WS-CUS-SUB    TO TABLE-INV-CUS-SUB (WS-INV-COUNT).
           PERFORM 1560-FIND-GROUP.
           MOVE WS-GRP-SUB    TO TABLE-INV-GRP-SUB (WS-INV-COUNT).
      * A FINANCE CHARGE ALREADY DATED THIS MONTH MEANS THIS
      * CUSTOMER AND CURRENCY HAVE BEEN CHARGED FOR THE MONTH.
           IF OPNINV-FINANCE-CHARGE
              AND OPNINV-DATE (1:6) = WS-AS-OF-CCYYMM
              MOVE "Y" TO TABLE-GRP-CHARGED-SW (WS-GRP-SUB)
           END-IF.

       1560-FIND-GROUP.
           PERFORM VARYING WS-GRP-SUB FROM 1 BY 1
              UNTIL WS-GRP-SUB > WS-GRP-COUNT
                 OR (TABLE-GRP-CUS-SUB (WS-GRP-SUB) = WS-CUS-SUB
                     AND TABLE-GRP-CURRENCY (WS-GRP-SUB) =
                         WS-SEEK-CURRENCY)
           END-PERFORM.
           IF WS-GRP-SUB > WS-GRP-COUNT
              ADD 1 TO WS-GRP-COUNT
              MOVE WS-GRP-COUNT     TO WS-GRP-SUB
              MOVE WS-CUS-SUB       TO TABLE-GRP-CUS-SUB (WS-GRP-SUB)
              MOVE WS-SEEK-CURRENCY TO TABLE-GRP-CURRENCY (WS-GRP-SUB)
              MOVE 0 TO TABLE-GRP-BASE-USD (WS-GRP-SUB)
                        TABLE-GRP-BASE-ORIG (WS-GRP-SUB)
                        TABLE-GRP-CHG-USD (WS-GRP-SUB)
                        TABLE-GRP-CHG-ORIG (WS-GRP-SUB)
                        TABLE-GRP-PAST-DUE (WS-GRP-SUB)
              MOVE SPACES TO TABLE-GRP-CHG-INVOICE (WS-GRP-SUB)
              MOVE "N"    TO TABLE-GRP-CHARGED-SW (WS-GRP-SUB)
           END-IF.

       1600-LOAD-INVOICE-NUMBER.
      * READ THE NEXT-INVOICE-NUMBER CONTROL THE BILLING RUN KEEPS.
      * IF IT DOESN'T EXIST YET, NUMBERING STARTS AT THE SAME
      * BUILT-IN DEFAULT BILLING USES.
           OPEN INPUT INVOICE-NUMBER-FILE.
           IF INVOICE-NUMBER-FILE-FOUND
              READ INVOICE-NUMBER-FILE
                 AT END
                    CONTINUE
                 NOT AT END
                    MOVE CTL-NEXT-INVOICE-NUMBER
                      TO WS-NEXT-INVOICE-NUMBER
              END-READ
              CLOSE INVOICE-NUMBER-FILE
           END-IF.

       2000-ASSESS-FINANCE-CHARGES.
      * SUM EACH CUSTOMER/CURRENCY'S SALES BALANCES PAST THE GRACE
      * DAYS, THEN RAISE ONE CHARGE INVOICE ON THE TOTAL.  FINANCE
      * CHARGES THEMSELVES ARE NEVER CHARGED ON.
           PERFORM VARYING WS-INV-SUB FROM 1 BY 1
              UNTIL WS-INV-SUB > WS-INV-COUNT
              IF TABLE-INV-DAYS-PAST (WS-INV-SUB) > WS-GRACE-DAYS
                 MOVE TABLE-INV-GRP-SUB (WS-INV-SUB) TO WS-GRP-SUB
                 ADD 1 TO TABLE-GRP-PAST-DUE (WS-GRP-SUB)
                 IF NOT TABLE-INV-FINANCE-CHARGE (WS-INV-SUB)
                    ADD TABLE-INV-BAL-USD (WS-INV-SUB)
                      TO TABLE-GRP-BASE-USD (WS-GRP-SUB)
                    ADD TABLE-INV-BAL-ORIG (WS-INV-SUB)
                      TO TABLE-GRP-BASE-ORIG (WS-GRP-SUB)
                 END-IF
              END-IF
           END-PERFORM.
           OPEN I-O OPEN-INVOICE-FILE.
           PERFORM VARYING WS-GRP-SUB FROM 1 BY 1
              UNTIL WS-GRP-SUB > WS-GRP-COUNT
              IF TABLE-GRP-BASE-USD (WS-GRP-SUB) > 0
                 EVALUATE TRUE
                    WHEN TABLE-GRP-ALREADY-CHARGED (WS-GRP-SUB)
                       ADD 1 TO WS-CHARGES-ALREADY-MADE
                    WHEN OTHER
                       COMPUTE TABLE-GRP-CHG-USD (WS-GRP-SUB) ROUNDED =
                           TABLE-GRP-BASE-USD (WS-GRP-SUB)
                           * WS-MONTHLY-RATE / 100
                       COMPUTE TABLE-GRP-CHG-ORIG (WS-GRP-SUB) ROUNDED
                           = TABLE-GRP-BASE-ORIG (WS-GRP-SUB)
                           * WS-MONTHLY-RATE / 100
                       IF TABLE-GRP-CHG-USD (WS-GRP-SUB) < WS-MIN-CHARGE
                          ADD 1 TO WS-CHARGES-WAIVED
                          MOVE 0 TO TABLE-GRP-CHG-USD (WS-GRP-SUB)
                                    TABLE-GRP-CHG-ORIG (WS-GRP-SUB)
                       ELSE
                          PERFORM 2500-RAISE-FINANCE-CHARGE
                       END-IF
                 END-EVALUATE
              END-IF
           END-PERFORM.
           CLOSE OPEN-INVOICE-FILE.

       2500-RAISE-FINANCE-CHARGE.
      * THE CHARGE GOES ON FILE AS AN ORDINARY OPEN INVOICE OF TYPE
      * F, DATED THE AS-OF DATE, IN THE CUSTOMER'S BILLING CURRENCY.
           MOVE WS-NEXT-INVOICE-NUMBER TO OPNINV-NUMBER.
           MOVE TABLE-CUS-NUMBER (TABLE-GRP-CUS-SUB (WS-GRP-SUB))
             TO OPNINV-CUST.
           MOVE WS-AS-OF-DATE TO OPNINV-DATE.
           MOVE TABLE-GRP-CHG-USD (WS-GRP-SUB) TO OPNINV-AMOUNT.
           MOVE 0   TO OPNINV-PAID.
           MOVE "O" TO OPNINV-STATUS.
           MOVE TABLE-GRP-CURRENCY (WS-GRP-SUB) TO OPNINV-CURRENCY.
           MOVE TABLE-GRP-CHG-ORIG (WS-GRP-SUB) TO OPNINV-ORIG-AMOUNT.
           MOVE 0   TO OPNINV-ORIG-PAID.
           MOVE "F" TO OPNINV-TYPE.
      * A FINANCE CHARGE IS NOT A SALE - IT CARRIES NO SALES TAX.
           MOVE SPACES TO OPNINV-TAX-JURIS
                          OPNINV-TAX-STATUS
                          OPNINV-EXEMPT-CERT.
           MOVE 0      TO OPNINV-SALES-AMOUNT
                          OPNINV-TAX-AMOUNT.
           WRITE OPEN-INVOICE-RECORD
              INVALID KEY
                 DISPLAY "FINCHGRB: INVOICE " OPNINV-NUMBER
                     " ALREADY ON FILE - CHECK THE INVOICE-NUMBER "
                     "CONTROL; NO CHARGE RAISED FOR " OPNINV-CUST
                 MOVE 0 TO TABLE-GRP-CHG-USD (WS-GRP-SUB)
                           TABLE-GRP-CHG-ORIG (WS-GRP-SUB)
                 IF WS-RUN-RC < 08
                    MOVE 08 TO WS-RUN-RC
                 END-IF
              NOT INVALID KEY
                 MOVE OPNINV-NUMBER
                   TO TABLE-GRP-CHG-INVOICE (WS-GRP-SUB)
                 PERFORM 2700-ADD-CHARGE-TO-TABLE
                 ADD 1 TO WS-CHARGES-RAISED
                 ADD OPNINV-AMOUNT TO WS-CHARGE-TOTAL-USD
                 PERFORM 2600-POST-FINANCE-CHARGE
           END-WRITE.
           ADD 1 TO WS-NEXT-INVOICE-NUMBER.

       2600-POST-FINANCE-CHARGE.
      * DEBIT ACCOUNTS RECEIVABLE, CREDIT FINANCE-CHARGE INCOME, IN
      * DOLLARS - THE SAME USD AMOUNT THE INVOICE CARRIES.
           MOVE SPACES TO GLP-DESCRIPTION.
           STRING "FIN CHG INV "  DELIMITED BY SIZE
                  OPNINV-NUMBER   DELIMITED BY SIZE
                  " "             DELIMITED BY SIZE
                  OPNINV-CUST     DELIMITED BY SIZE
               INTO GLP-DESCRIPTION.
           MOVE WS-RUN-DATE (1:6) TO GLP-RUN-DATE.
           MOVE WS-GL-PERIOD      TO GLP-PERIOD.
           MOVE OPNINV-AMOUNT     TO GLP-AMOUNT.
           MOVE WS-GL-AR-ACCT     TO GLP-ACCOUNT.
           MOVE "D"               TO GLP-DR-CR.
           WRITE GL-POSTING-RECORD.
           MOVE WS-GL-FIN-CHG-ACCT TO GLP-ACCOUNT.
           MOVE "C"               TO GLP-DR-CR.
           WRITE GL-POSTING-RECORD.

       2700-ADD-CHARGE-TO-TABLE.
      * THE NEW CHARGE JOINS THE OPEN INVOICES SO THE LETTER SHOWS
      * IT - NOT YET DUE, SO IT DOES NOT MOVE THE DUNNING LEVEL.
           IF WS-INV-COUNT = 5000
              DISPLAY "FINCHGRB: INVOICE TABLE CEILING (5000) "
                  "REACHED - RUN STOPPED"
              PERFORM 1350-RELEASE-RUN-LOCKS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           ADD 1 TO WS-INV-COUNT.
           MOVE OPNINV-NUMBER TO TABLE-INV-NUMBER (WS-INV-COUNT).
           MOVE OPNINV-DATE   TO TABLE-INV-DATE (WS-INV-COUNT).
           MOVE OPNINV-TYPE   TO TABLE-INV-TYPE (WS-INV-COUNT).
           MOVE OPNINV-AMOUNT TO TABLE-INV-BAL-USD (WS-INV-COUNT).
           MOVE OPNINV-ORIG-AMOUNT TO TABLE-INV-BAL-ORIG (WS-INV-COUNT).
           MOVE TABLE-GRP-CUS-SUB (WS-GRP-SUB) TO WS-CUS-SUB.
           COMPUTE TABLE-INV-DAYS-PAST (WS-INV-COUNT) =
               0 - TABLE-CUS-TERMS-DAYS (WS-CUS-SUB).
           MOVE TABLE-GRP-CUS-SUB (WS-GRP-SUB)
             TO TABLE-INV-CUS-SUB (WS-INV-COUNT).
           MOVE WS-GRP-SUB    TO TABLE-INV-GRP-SUB (WS-INV-COUNT).

       3000-SET-DUNNING-LEVELS.
      * A CUSTOMER'S LEVEL IS SET BY THE OLDEST THING THEY OWE THAT
      * IS PAST THE GRACE DAYS, IN ANY CURRENCY.
           PERFORM VARYING WS-INV-SUB FROM 1 BY 1
              UNTIL WS-INV-SUB > WS-INV-COUNT
              IF TABLE-INV-DAYS-PAST (WS-INV-SUB) > WS-GRACE-DAYS
                 MOVE TABLE-INV-CUS-SUB (WS-INV-SUB) TO WS-CUS-SUB
                 EVALUATE TRUE
                    WHEN TABLE-INV-DAYS-PAST (WS-INV-SUB) >
                         WS-LEVEL-2-DAYS
                       MOVE 3 TO TABLE-CUS-LEVEL (WS-CUS-SUB)
                    WHEN TABLE-INV-DAYS-PAST (WS-INV-SUB) >
                         WS-LEVEL-1-DAYS
                       AND TABLE-CUS-LEVEL (WS-CUS-SUB) < 2
                       MOVE 2 TO TABLE-CUS-LEVEL (WS-CUS-SUB)
                    WHEN TABLE-CUS-LEVEL (WS-CUS-SUB) < 1
                       MOVE 1 TO TABLE-CUS-LEVEL (WS-CUS-SUB)
                 END-EVALUATE
              END-IF
           END-PERFORM.

       4000-PLACE-CREDIT-HOLDS.
      * EVERY CUSTOMER AT THE FINAL LEVEL GOES ON HOLD.  ONE ALREADY
      * HELD IS LEFT ALONE; ONE NOT ON THE MASTER CANNOT BE HELD AND
      * IS LISTED SO SOMEBODY ADDS THEM.
           PERFORM VARYING WS-CUS-SUB FROM 1 BY 1
              UNTIL WS-CUS-SUB > WS-CUS-COUNT
              IF TABLE-CUS-LEVEL (WS-CUS-SUB) = 3
                 AND TABLE-CUS-HOLD (WS-CUS-SUB) NOT = "H"
                 IF TABLE-CUS-IS-ON-MASTER (WS-CUS-SUB)
                    PERFORM 7000-LIST-BEFORE-IMAGE
                    MOVE "H" TO TABLE-CUS-HOLD (WS-CUS-SUB)
                    ADD 1 TO WS-HOLDS-PLACED
                    MOVE "HOLD    " TO DTL-TAG
                    MOVE "PLACED ON CREDIT HOLD" TO WS-HOLD-RESULT
                    PERFORM 7100-LIST-AFTER-IMAGE
                 ELSE
                    MOVE "REJECT: " TO DTL-TAG
                    MOVE "NOT ON MASTER - NOT HELD" TO WS-HOLD-RESULT
                    PERFORM 7100-LIST-AFTER-IMAGE
                    IF WS-RUN-RC < 04
                       MOVE 04 TO WS-RUN-RC
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.

       5000-PRINT-LETTER.
      * ONE LETTER: THE PAST-DUE INVOICES IN THIS CURRENCY IN FILE
      * ORDER, AND THIS MONTH'S FINANCE CHARGE - WHETHER THIS RUN
      * RAISED IT OR AN EARLIER ONE THIS MONTH DID.
           MOVE WS-CUS-SUB TO WS-LETTER-CUS-SUB.
           MOVE TABLE-CUS-LEVEL (WS-CUS-SUB) TO WS-TEXT-SUB.
           IF TABLE-CUS-ADDR-1 (WS-CUS-SUB) = SPACES
              SET LETTER-HAS-NO-ADDRESS TO TRUE
              ADD 1 TO WS-LETTERS-HELD
           ELSE
              MOVE "N" TO WS-NO-ADDRESS-SW
           END-IF.
           MOVE 0 TO WS-LETTER-TOTAL.
           MOVE 0 TO WS-PAGE-COUNT.
           PERFORM 8000-WRITE-LETTER-HEADINGS.
           PERFORM VARYING WS-INV-SUB FROM 1 BY 1
              UNTIL WS-INV-SUB > WS-INV-COUNT
              IF TABLE-INV-GRP-SUB (WS-INV-SUB) = WS-GRP-SUB
                 AND (TABLE-INV-DAYS-PAST (WS-INV-SUB) > WS-GRACE-DAYS
                      OR (TABLE-INV-FINANCE-CHARGE (WS-INV-SUB)
                          AND TABLE-INV-DATE (WS-INV-SUB) (1:6) =
                              WS-AS-OF-CCYYMM))
                 PERFORM 5200-PRINT-PAST-DUE-LINE
              END-IF
           END-PERFORM.
           MOVE SPACES TO WS-LETTER-PRINT-LINE.
           PERFORM 7500-WRITE-LETTER-LINE.
           MOVE WS-LETTER-TOTAL TO LTT-AMOUNT.
           MOVE LETTER-TOTAL-LINE TO WS-LETTER-PRINT-LINE.
           PERFORM 7500-WRITE-LETTER-LINE.
           PERFORM 5400-PRINT-CLOSING.
           ADD 1 TO WS-LETTERS-WRITTEN.
           ADD 1 TO WS-LETTERS-BY-LEVEL (WS-TEXT-SUB).

       5200-PRINT-PAST-DUE-LINE.
           MOVE SPACES TO LETTER-DETAIL-LINE.
           MOVE TABLE-INV-NUMBER (WS-INV-SUB) TO LDT-INVOICE.
           MOVE TABLE-INV-DATE (WS-INV-SUB)   TO LDT-DATE.
           IF TABLE-INV-FINANCE-CHARGE (WS-INV-SUB)
              MOVE "FINANCE CHARGE" TO LDT-DESCRIPTION
           ELSE
              MOVE "INVOICE" TO LDT-DESCRIPTION
           END-IF.
           IF TABLE-INV-DAYS-PAST (WS-INV-SUB) > 0
              MOVE TABLE-INV-DAYS-PAST (WS-INV-SUB) TO LDT-DAYS-LATE
           ELSE
              MOVE 0 TO LDT-DAYS-LATE
           END-IF.
           MOVE TABLE-INV-BAL-ORIG (WS-INV-SUB)  TO LDT-AMOUNT.
           ADD TABLE-INV-BAL-ORIG (WS-INV-SUB) TO WS-LETTER-TOTAL.
           MOVE LETTER-DETAIL-LINE TO WS-LETTER-PRINT-LINE.
           PERFORM 7500-WRITE-LETTER-LINE.

       5400-PRINT-CLOSING.
      * WHO TO CALL - THE CONTACT AND PHONE ON THE COMPANY RECORD.
           MOVE SPACES TO WS-LETTER-PRINT-LINE.
           PERFORM 7500-WRITE-LETTER-LINE.
           IF WS-CMP-CONTACT NOT = SPACES
              MOVE "QUESTIONS ABOUT YOUR ACCOUNT?  PLEASE CALL"
                TO LETTER-TEXT
              MOVE LETTER-TEXT-LINE TO WS-LETTER-PRINT-LINE
              PERFORM 7500-WRITE-LETTER-LINE
              MOVE SPACES TO LETTER-TEXT
              IF WS-CMP-PHONE = SPACES
                 MOVE WS-CMP-CONTACT TO LETTER-TEXT
              ELSE
                 STRING WS-CMP-CONTACT     DELIMITED BY "  "
                        " AT ("            DELIMITED BY SIZE
                        WS-CMP-PHONE (1:3) DELIMITED BY SIZE
                        ") "               DELIMITED BY SIZE
                        WS-CMP-PHONE (4:3) DELIMITED BY SIZE
                        "-"                DELIMITED BY SIZE
                        WS-CMP-PHONE (7:4) DELIMITED BY SIZE
                     INTO LETTER-TEXT
              END-IF
              MOVE LETTER-TEXT-LINE TO WS-LETTER-PRINT-LINE
              PERFORM 7500-WRITE-LETTER-LINE
           END-IF.

       7000-LIST-BEFORE-IMAGE.
           MOVE SPACES                        TO DETAIL-LINE-CHANGE.
           MOVE "BEFORE: "                    TO DTL-TAG.
           MOVE TABLE-CUS-NUMBER (WS-CUS-SUB) TO DTL-CUST-NUM.
           MOVE TABLE-CUS-NAME (WS-CUS-SUB)   TO DTL-CUST-NAME.
           MOVE TABLE-CUS-TERMS (WS-CUS-SUB)  TO DTL-TERMS.
           MOVE TABLE-CUS-LIMIT (WS-CUS-SUB)  TO DTL-LIMIT.
           MOVE TABLE-CUS-HOLD (WS-CUS-SUB)   TO DTL-HOLD.
           PERFORM 7600-WRITE-LISTING-LINE.

       7100-LIST-AFTER-IMAGE.
      * DTL-TAG AND WS-HOLD-RESULT ARE SET BY THE CALLER.
           MOVE TABLE-CUS-NUMBER (WS-CUS-SUB) TO DTL-CUST-NUM.
           MOVE TABLE-CUS-NAME (WS-CUS-SUB)   TO DTL-CUST-NAME.
           MOVE TABLE-CUS-TERMS (WS-CUS-SUB)  TO DTL-TERMS.
           MOVE TABLE-CUS-LIMIT (WS-CUS-SUB)  TO DTL-LIMIT.
           MOVE TABLE-CUS-HOLD (WS-CUS-SUB)   TO DTL-HOLD.
           MOVE WS-HOLD-RESULT                TO DTL-RESULT.
           PERFORM 7600-WRITE-LISTING-LINE.

       7500-WRITE-LETTER-LINE.
           add 1 to WS-LINE-COUNT.
           if WS-LINE-COUNT > 50
              PERFORM 8000-WRITE-LETTER-HEADINGS.
           write LETTER-RECORD from WS-LETTER-PRINT-LINE
             after advancing 01 lines.

       7600-WRITE-LISTING-LINE.
           MOVE SGN-USER-ID TO DTL-USER.
           add 1 to WS-LST-LINE-COUNT.
           if WS-LST-LINE-COUNT > 50
              PERFORM 8500-WRITE-LISTING-HEADINGS.
           write HOLD-LISTING-RECORD from DETAIL-LINE-CHANGE
             after advancing 01 lines.

       8000-WRITE-LETTER-HEADINGS.
      * EVERY PAGE OF A LETTER CARRIES US, THE NOTICE LEVEL, THE
      * CUSTOMER'S BILL-TO BLOCK, THE ACCOUNT AND CURRENCY, AND WHAT
      * THIS LEVEL OF LETTER HAS TO SAY.
           add 1 to WS-PAGE-COUNT.
           move WS-PAGE-COUNT TO LTR-HDG-01-PAGE.
           MOVE LEVEL-TEXT-TITLE (WS-TEXT-SUB) TO LTR-HDG-01-TITLE.
           MOVE TABLE-CUS-NUMBER (WS-LETTER-CUS-SUB) TO
                LTR-HDG-03-ACCOUNT.
           MOVE TABLE-GRP-CURRENCY (WS-GRP-SUB) TO LTR-HDG-04-CURRENCY.
           WRITE LETTER-RECORD
            FROM LTR-HDG-01 after advancing page.
           WRITE LETTER-RECORD
            FROM LTR-HDG-02 after advancing 01 LINES.
           WRITE LETTER-RECORD
            FROM LTR-HDG-03 after advancing 01 LINES.
           WRITE LETTER-RECORD
            FROM LTR-HDG-04 after advancing 01 LINES.
           MOVE TABLE-CUS-NAME (WS-LETTER-CUS-SUB) TO LETTER-TEXT.
           WRITE LETTER-RECORD
            FROM LETTER-TEXT-LINE after advancing 02 LINES.
           MOVE 6 TO WS-LINE-COUNT.
           IF LETTER-HAS-NO-ADDRESS
              MOVE "*** NO BILL-TO ADDRESS ON FILE - HOLD ***" TO
                   LETTER-TEXT
              WRITE LETTER-RECORD
               FROM LETTER-TEXT-LINE after advancing 01 LINES
              ADD 1 TO WS-LINE-COUNT
           ELSE
              MOVE TABLE-CUS-ADDR-1 (WS-LETTER-CUS-SUB) TO LETTER-TEXT
              WRITE LETTER-RECORD
               FROM LETTER-TEXT-LINE after advancing 01 LINES
              ADD 1 TO WS-LINE-COUNT
              IF TABLE-CUS-ADDR-2 (WS-LETTER-CUS-SUB) NOT = SPACES
                 MOVE TABLE-CUS-ADDR-2 (WS-LETTER-CUS-SUB) TO
                      LETTER-TEXT
                 WRITE LETTER-RECORD
                  FROM LETTER-TEXT-LINE after advancing 01 LINES
                 ADD 1 TO WS-LINE-COUNT
              END-IF
              MOVE SPACES TO LETTER-TEXT
              STRING TABLE-CUS-CITY (WS-LETTER-CUS-SUB)
                        DELIMITED BY "  "
                     ", "   DELIMITED BY SIZE
                     TABLE-CUS-STATE (WS-LETTER-CUS-SUB)
                        DELIMITED BY SIZE
                     " "    DELIMITED BY SIZE
                     TABLE-CUS-ZIP (WS-LETTER-CUS-SUB)
                        DELIMITED BY SIZE
                  INTO LETTER-TEXT
              WRITE LETTER-RECORD
               FROM LETTER-TEXT-LINE after advancing 01 LINES
              ADD 1 TO WS-LINE-COUNT
           END-IF.
           MOVE LEVEL-TEXT-LINE (WS-TEXT-SUB, 1) TO LETTER-TEXT.
           WRITE LETTER-RECORD
            FROM LETTER-TEXT-LINE after advancing 02 LINES.
           MOVE LEVEL-TEXT-LINE (WS-TEXT-SUB, 2) TO LETTER-TEXT.
           WRITE LETTER-RECORD
            FROM LETTER-TEXT-LINE after advancing 01 LINES.
           MOVE LEVEL-TEXT-LINE (WS-TEXT-SUB, 3) TO LETTER-TEXT.
           WRITE LETTER-RECORD
            FROM LETTER-TEXT-LINE after advancing 01 LINES.
           WRITE LETTER-RECORD
            FROM LETTER-COLUMN-HDG AFTER ADVANCING 02 LINES.
           ADD 6 TO WS-LINE-COUNT.

       8500-WRITE-LISTING-HEADINGS.
           add 1 to WS-LST-PAGE-COUNT.
           move WS-LST-PAGE-COUNT TO PAGE-HDG-01-PAGE.
           WRITE HOLD-LISTING-RECORD
            FROM PAGE-HDG-01 after advancing page.
           WRITE HOLD-LISTING-RECORD
            FROM PAGE-HDG-02 after advancing 01 LINES.
           WRITE HOLD-LISTING-RECORD
            FROM PAGE-HDG-03 AFTER ADVANCING 02 LINES.
           MOVE 4 TO WS-LST-LINE-COUNT.

       9000-CREATE-LISTING-TOTAL-LINE.
           MOVE WS-CHARGES-RAISED   TO TOTAL-CHARGES.
           MOVE WS-CHARGE-TOTAL-USD TO TOTAL-CHARGE-USD.
           MOVE WS-LETTERS-WRITTEN  TO TOTAL-LETTERS.
           MOVE WS-HOLDS-PLACED     TO TOTAL-HOLDS.
           write HOLD-LISTING-RECORD from DETAIL-LINE-LINE
             AFTER ADVANCING 01 LINES.
           write HOLD-LISTING-RECORD from TOTALS-LINE
             AFTER ADVANCING 02 LINES.

       9600-WRITE-CUSTOMER-MASTER.
      * REWRITE THE CUSTOMER MASTER FROM THE TABLE SO THE NEW HOLDS
      * STICK.  CUSTOMERS PICKED UP ONLY FROM THE INVOICES ARE NOT
      * WRITTEN - THEY WERE NEVER ON THE MASTER.
           OPEN OUTPUT CUSTOMER-MASTER.
           PERFORM VARYING WS-CUS-SUB FROM 1 BY 1
              UNTIL WS-CUS-SUB > WS-CUS-COUNT
              IF TABLE-CUS-IS-ON-MASTER (WS-CUS-SUB)
                 MOVE TABLE-CUS-NUMBER (WS-CUS-SUB)
                   TO CUST-MASTER-NUMBER
                 MOVE TABLE-CUS-NAME (WS-CUS-SUB)  TO CUST-MASTER-NAME
                 MOVE TABLE-CUS-TERMS (WS-CUS-SUB)
                   TO CUST-MASTER-TERMS
                 MOVE TABLE-CUS-LIMIT (WS-CUS-SUB)
                   TO CUST-MASTER-CREDIT-LIMIT
                 MOVE TABLE-CUS-HOLD (WS-CUS-SUB)
                   TO CUST-MASTER-CREDIT-HOLD
                 MOVE TABLE-CUS-BILL-TO (WS-CUS-SUB)
                   TO CUST-MASTER-BILL-TO
                 WRITE CUSTOMER-MASTER-RECORD
              END-IF
           END-PERFORM.
           CLOSE CUSTOMER-MASTER.

       9700-WRITE-INVOICE-NUMBER.
      * REWRITE THE CONTROL SO BILLING CONTINUES PAST THE NUMBERS
      * THE CHARGES TOOK.  NOTHING TO DO IF NONE WERE RAISED.
           IF WS-CHARGES-RAISED > 0
              OPEN OUTPUT INVOICE-NUMBER-FILE
              MOVE WS-NEXT-INVOICE-NUMBER TO CTL-NEXT-INVOICE-NUMBER
              WRITE INVOICE-NUMBER-RECORD
              CLOSE INVOICE-NUMBER-FILE
           END-IF.

       9900-WRITE-AUDIT-RECORD.
      * APPEND ONE SUMMARY LINE FOR THIS RUN TO THE SHARED OPERATIONS
      * AUDIT TRAIL - CHARGES RAISED, LETTERS SENT, HOLDS PLACED.
           ACCEPT WS-RUN-TIME FROM TIME.
           MOVE "FINCHGRB"            TO AUD-PROGRAM-NAME.
           MOVE WS-RUN-DATE           TO AUD-RUN-DATE.
           MOVE WS-RUN-TIME           TO AUD-RUN-TIME.
           MOVE WS-INVOICES-READ      TO AUD-RECORDS-READ.
           MOVE WS-CHARGES-RAISED     TO AUD-RECORDS-WRITTEN.
           MOVE SPACES                TO AUD-KEY-TOTALS.
           MOVE "LETTERS="            TO AUD-KEY-TOTALS(1:8).
           MOVE WS-LETTERS-WRITTEN    TO AUD-KEY-TOTALS(9:5).
           MOVE " HOLDS="             TO AUD-KEY-TOTALS(14:7).
           MOVE WS-HOLDS-PLACED       TO AUD-KEY-TOTALS(21:5).
           MOVE SGN-USER-ID           TO AUD-USER-ID.
           IF RETURN-CODE = 0
              MOVE "OK" TO AUD-COMPLETION-STATUS
           ELSE
              MOVE "ER" TO AUD-COMPLETION-STATUS
           END-IF.
           WRITE AUDIT-TRAIL-RECORD FROM AUDIT-TRAIL-LINE.

