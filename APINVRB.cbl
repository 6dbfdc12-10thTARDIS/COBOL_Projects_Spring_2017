       IDENTIFICATION DIVISION.
       PROGRAM-ID.    APINVRB.
       AUTHOR.        RYAN BROOKS
      * VENDOR INVOICE ENTRY WITH THREE-WAY MATCH.  POGENRB ORDERS
      * MATERIAL (OPENPO.DAT) AND RECVNGRB POSTS WHAT THE DOCK
      * ACTUALLY TOOK IN, BUT THE MILL'S BILL WAS PAID ON SIGHT.  THIS
      * PROGRAM READS VENDOR INVOICE LINES (VENDOR, INVOICE NUMBER,
      * INVOICE DATE, PO NUMBER, PRODUCT, QUANTITY, UNIT COST) AND
      * MATCHES EVERY LINE THREE WAYS:
      *     THE ORDER    - THE PO IS ON OPENPO.DAT, FOR THIS VENDOR,
      *                    FOR THIS PRODUCT;
      *     THE PRICE    - THE UNIT COST IS WITHIN THE PRICE
      *                    TOLERANCE OF THE VENDOR'S COST ON
      *                    VENDOR.DAT, THE COST THE PO WENT OUT AT;
      *     THE RECEIPT  - EVERYTHING BILLED AGAINST THE PO SO FAR,
      *                    THIS LINE INCLUDED, IS WITHIN THE QUANTITY
      *                    TOLERANCE OF WHAT RECEIVING POSTED.
      * AN INVOICE POSTS ONLY WHEN EVERY ONE OF ITS LINES MATCHES: IT
      * GOES ON THE OPEN-PAYABLES FILE (OPENPAY.DAT) WITH ITS DUE AND
      * DISCOUNT DATES FROM THE VENDOR'S TERMS ON THE AP VENDOR MASTER
      * (APVENDOR.DAT), ITS LINES GO ON THE BILLED-LINE HISTORY
      * (APINVLIN.DAT) SO THE SAME RECEIPT CANNOT BE BILLED TWICE, AND
      * THE INVENTORY/ACCOUNTS-PAYABLE PAIR APPENDS TO GLPOST.DAT FOR
      * GLPOSTRB.  AN INVOICE WITH ANY LINE OUT OF TOLERANCE IS HELD
      * WHOLE ON APHOLD.DAT AND TRIED AGAIN EVERY RUN - A SHORT
      * SHIPMENT RELEASES ITSELF ONCE THE REST IS RECEIVED.  KEYING
      * A HELD INVOICE AGAIN (CORRECTED) REPLACES THE HELD COPY.  A
      * VENDOR INVOICE NUMBER ALREADY ON OPEN PAYABLES IS REJECTED AS
      * A DUPLICATE.
      *
      * THE TOLERANCES ARE PERCENTS: APINVRB-PRICE-TOLERANCE (DEFAULT
      * 2.00) AND APINVRB-QTY-TOLERANCE (DEFAULT 0 - NEVER PAY FOR
      * MORE THAN CAME IN).  THE APPLIED INVOICE FILE IS RENAMED
      * ASIDE (<PATH>.P<YYMMDDHHMM>) SO IT CANNOT POST TWICE.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VENDOR-INVOICE-IN ASSIGN DYNAMIC
                 WS-VENDOR-INVOICE-PATH
             organization is line sequential
             file status is WS-VENDOR-INVOICE-STATUS.
           SELECT INVOICE-HOLD-FILE ASSIGN DYNAMIC
                 WS-INVOICE-HOLD-PATH
             organization is line sequential
             file status is WS-INVOICE-HOLD-STATUS.
           SELECT OPEN-PO-FILE ASSIGN DYNAMIC
                 WS-OPEN-PO-PATH
             organization is line sequential
             file status is WS-OPEN-PO-STATUS.
           SELECT VENDOR-MASTER ASSIGN DYNAMIC
                 WS-VENDOR-MASTER-PATH
             organization is line sequential
             file status is WS-VENDOR-MASTER-STATUS.
           SELECT AP-VENDOR-FILE ASSIGN DYNAMIC
                 WS-AP-VENDOR-PATH
             organization is line sequential
             file status is WS-AP-VENDOR-STATUS.
           SELECT BILLED-LINE-FILE ASSIGN DYNAMIC
                 WS-BILLED-LINE-PATH
             organization is line sequential
             file status is WS-BILLED-LINE-STATUS.
           SELECT OPEN-PAYABLE-FILE ASSIGN DYNAMIC
                 WS-OPEN-PAYABLE-PATH
             organization is line sequential
             file status is WS-OPEN-PAYABLE-STATUS.
           SELECT GL-POSTING-FILE ASSIGN DYNAMIC
                 WS-GL-POSTING-PATH
             organization is line sequential
             file status is WS-GL-POSTING-STATUS.
           SELECT INVOICE-REGISTER
             ASSIGN DYNAMIC WS-INVOICE-REGISTER-PATH
             organization is LINE sequential
             file status is WS-INVOICE-REGISTER-STATUS.
           SELECT AUDIT-TRAIL-FILE ASSIGN DYNAMIC
                 WS-AUDIT-TRAIL-PATH
             organization is line sequential
             file status is WS-AUDIT-TRAIL-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  VENDOR-INVOICE-IN
           RECORDING MODE IS F
           DATA RECORD IS VENDOR-INVOICE-RECORD.
      * ONE ROW PER INVOICE LINE - THE LINES OF ONE INVOICE CARRY
      * THE SAME VENDOR AND INVOICE NUMBER.  DATE IS CCYYMMDD.
       01 VENDOR-INVOICE-RECORD.
           05  VIN-VENDOR-ID            PIC X(05).
           05  VIN-INVOICE-NUMBER       PIC X(10).
           05  VIN-INVOICE-DATE         PIC X(08).
           05  VIN-PO-NUMBER            PIC 9(06).
           05  VIN-PRODUCT-ID           PIC X(05).
           05  VIN-QTY                  PIC 9(05).
           05  VIN-UNIT-COST            PIC 9(03)V99.

       FD  INVOICE-HOLD-FILE
           RECORDING MODE IS F
           DATA RECORD IS INVOICE-HOLD-RECORD.
      * HELD INVOICE LINES, SAME LAYOUT AS THE KEYED LINES.
       01 INVOICE-HOLD-RECORD            PIC X(44).

       FD  OPEN-PO-FILE
           RECORDING MODE IS F
           DATA RECORD IS OPEN-PO-RECORD.
      * SAME LAYOUT POGENRB WRITES AND RECVNGRB RELIEVES:
       01 OPEN-PO-RECORD.
           05  OPO-PO-NUMBER            PIC 9(06).
           05  OPO-VENDOR-ID            PIC X(05).
           05  OPO-PRODUCT-ID           PIC X(05).
           05  OPO-QTY-ORDERED          PIC 9(05).
           05  OPO-QTY-RECEIVED         PIC 9(05).
           05  OPO-ORDER-DATE           PIC X(08).
           05  OPO-DUE-DATE             PIC X(08).
           05  OPO-STATUS               PIC X(01).

       FD  VENDOR-MASTER
           RECORDING MODE IS F
           DATA RECORD IS VENDOR-MASTER-RECORD.
      * THE VENDOR/MATERIAL COST THE PO WAS PLACED AT.
       01 VENDOR-MASTER-RECORD.
           05  VND-VENDOR-ID            PIC X(05).
           05  VND-MATERIAL             PIC X(05).
           05  VND-COST                 PIC 9(03)V99.
           05  VND-LEAD-DAYS            PIC 9(03).
           05  VND-NAME                 PIC X(20).

       FD  AP-VENDOR-FILE
           RECORDING MODE IS F
           DATA RECORD IS AP-VENDOR-RECORD.
      * ONE ROW PER VENDOR WE PAY: NAME, TERMS (NET DAYS, AND AN
      * EARLY-PAY DISCOUNT PERCENT IF PAID WITHIN THE DISCOUNT DAYS),
      * HOW WE PAY THEM (C CHECK, A ACH - ROUTING AND ACCOUNT), AND
      * A PAYMENT-HOLD FLAG (H) THE PAYMENT RUN HONORS.
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

       FD  BILLED-LINE-FILE
           RECORDING MODE IS F
           DATA RECORD IS BILLED-LINE-RECORD.
      * EVERY INVOICE LINE EVER POSTED - WHAT HAS ALREADY BEEN
      * BILLED AGAINST EACH PO.
       01 BILLED-LINE-RECORD.
           05  BLN-VENDOR-ID            PIC X(05).
           05  BLN-INVOICE-NUMBER       PIC X(10).
           05  BLN-PO-NUMBER            PIC 9(06).
           05  BLN-PRODUCT-ID           PIC X(05).
           05  BLN-QTY                  PIC 9(05).
           05  BLN-UNIT-COST            PIC 9(03)V99.
           05  BLN-POSTED-DATE          PIC X(08).

       FD  OPEN-PAYABLE-FILE
           RECORDING MODE IS F
           DATA RECORD IS OPEN-PAYABLE-RECORD.
      * ONE ROW PER POSTED VENDOR INVOICE.  STATUS O OPEN, H HELD
      * FROM PAYMENT, P PAID.  THE PAYMENT RUN FILLS IN THE PAID
      * AMOUNT, DATE, AND THE CHECK NUMBER OR ACH TRACE.
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

       FD  GL-POSTING-FILE
           RECORDING MODE IS F
           DATA RECORD IS GL-POSTING-RECORD.
      * SAME POSTING LINE PAYRPTRB, CASHAPRB, AND THE SHAPE RUN WRITE.
       01 GL-POSTING-RECORD.
           05  GLP-ACCOUNT              PIC X(08).
           05  GLP-DR-CR                PIC X(01).
           05  GLP-AMOUNT               PIC 9(09)V99.
           05  GLP-DESCRIPTION          PIC X(24).
           05  GLP-RUN-DATE             PIC X(06).
           05  GLP-PERIOD               PIC X(06).

       FD  INVOICE-REGISTER
           RECORDING MODE IS F
           DATA RECORD IS INVOICE-REGISTER-RECORD.
       01 INVOICE-REGISTER-RECORD        PIC X(133).

       FD  AUDIT-TRAIL-FILE
           RECORDING MODE IS F
           DATA RECORD IS AUDIT-TRAIL-RECORD.
       01 AUDIT-TRAIL-RECORD             PIC X(89).

       WORKING-STORAGE SECTION.
      * FILE PATHS - DEFAULT TO THE PATHS BELOW, BUT CAN BE OVERRIDDEN
      * AT RUN TIME BY SETTING THE MATCHING ENVIRONMENT VARIABLE
      * BEFORE STARTING THE PROGRAM (SEE 0500-GET-FILE-PATHS):
        01 WS-FILE-PATHS.
           05 WS-VENDOR-INVOICE-PATH    PIC X(80)
                VALUE "C:\Users\Ryan\Desktop\VNDINV.txt".
           05 WS-INVOICE-HOLD-PATH      PIC X(80)
                VALUE "C:\Users\Ryan\Desktop\APHOLD.DAT".
           05 WS-OPEN-PO-PATH           PIC X(80)
                VALUE "C:\Users\Ryan\Desktop\OPENPO.DAT".
           05 WS-VENDOR-MASTER-PATH     PIC X(80)
                VALUE "C:\Users\Ryan\Desktop\VENDOR.DAT".
           05 WS-AP-VENDOR-PATH         PIC X(80)
                VALUE "C:\Users\Ryan\Desktop\APVENDOR.DAT".
           05 WS-BILLED-LINE-PATH       PIC X(80)
                VALUE "C:\Users\Ryan\Desktop\APINVLIN.DAT".
           05 WS-OPEN-PAYABLE-PATH      PIC X(80)
                VALUE "C:\Users\Ryan\Desktop\OPENPAY.DAT".
           05 WS-GL-POSTING-PATH        PIC X(80)
                VALUE "C:\Users\Ryan\Desktop\GLPOST.DAT".
           05 WS-INVOICE-REGISTER-PATH  PIC X(80)
                VALUE "C:\Users\Ryan\Desktop\APINVREG.rpt".
           05 WS-AUDIT-TRAIL-PATH       PIC X(80)
                VALUE "C:\Users\Ryan\Desktop\OPS-AUDIT-TRAIL.LOG".
           05 WS-ENV-PATH-OVERRIDE      PIC X(80).
        01 WS-APPLIED-ASIDE-PATH        PIC X(100) VALUE SPACES.
        01 WS-RENAME-RESULT             PIC 9(09) COMP-5 VALUE 0.
        01 WS-KEYED-FILE-SW             PIC X(01) VALUE "N".
           88 KEYED-FILE-PRESENT           VALUE "Y".

      * File status
        COPY "FILESTAT.cpy" REPLACING
            ==STATUS-FIELD==   BY ==WS-VENDOR-INVOICE-STATUS==
            ==STATUS-OK==      BY ==VENDOR-INVOICE-SUCCESSFUL==
            ==STATUS-EOF==     BY ==END-OF-VENDOR-INVOICE==
            ==STATUS-INVALID== BY ==INVALID-VALUE-IN-FILE==.
        01 WS-INVOICE-HOLD-STATUS       pic X(02).
           88 INVOICE-HOLD-SUCCESSFUL      VALUE "00".
           88 END-OF-INVOICE-HOLD          VALUE "10".
        01 WS-OPEN-PO-STATUS            pic X(02).
           88 OPEN-PO-SUCCESSFUL           VALUE "00".
           88 END-OF-OPEN-PO               VALUE "10".
        01 WS-VENDOR-MASTER-STATUS      pic X(02).
           88 VENDOR-MASTER-SUCCESSFUL     VALUE "00".
           88 END-OF-VENDOR-MASTER         VALUE "10".
        01 WS-AP-VENDOR-STATUS          pic X(02).
           88 AP-VENDOR-SUCCESSFUL         VALUE "00".
           88 END-OF-AP-VENDOR             VALUE "10".
        01 WS-BILLED-LINE-STATUS        pic X(02).
           88 BILLED-LINE-SUCCESSFUL       VALUE "00".
           88 END-OF-BILLED-LINE           VALUE "10".
        01 WS-OPEN-PAYABLE-STATUS       pic X(02).
           88 OPEN-PAYABLE-SUCCESSFUL      VALUE "00".
           88 END-OF-OPEN-PAYABLE          VALUE "10".
        01 WS-GL-POSTING-STATUS         pic X(02).
           88 GOOD-GL-POSTING-WRITE        VALUE "00".
        01 WS-INVOICE-REGISTER-STATUS   pic X(02).
           88 GOOD-INVOICE-REGISTER        VALUE "00".
        01 WS-AUDIT-TRAIL-STATUS        pic X(02).
           88 GOOD-AUDIT-TRAIL-WRITE       VALUE "00".

      * RUN LOCK ON THE OPEN-PAYABLES FILE - THE PAYMENT RUN REWRITES
      * IT WHOLE.
        COPY "RUNLOCK.cpy".
        COPY "DATEFUN.cpy".

      * GL ACCOUNTS - INVENTORY (THE SAME ACCOUNT THE SHAPE RUN
      * RELIEVES) AND TRADE ACCOUNTS PAYABLE.
        01 WS-GL-INVENTORY-ACCT         PIC X(08) VALUE "13000000".
        01 WS-GL-AP-ACCT                PIC X(08) VALUE "20100000".
        01 WS-GL-PERIOD                 PIC X(06) VALUE SPACES.

      * MATCH TOLERANCES, IN PERCENT.
        01 WS-PRICE-TOLERANCE-PCT       PIC 9(03)V99 VALUE 2.00.
        01 WS-QTY-TOLERANCE-PCT         PIC 9(03)V99 VALUE 0.
        01 WS-ENV-STAGING               PIC X(10) VALUE SPACES.

      * THE RUN'S INVOICE LINES - THE KEYED FILE FIRST, THEN WHAT WAS
      * HELD LAST RUN.  EACH INVOICE IS WORKED WHOLE.
        01 WS-LIN-COUNT                 PIC 9(04) VALUE 0.
        01 WS-LIN-SUB                   PIC 9(04) VALUE 0.
        01 WS-LIN-SUB-2                 PIC 9(04) VALUE 0.
        01 WS-INVOICE-LINE-TABLE.
           05 LIN-TABLE-ENTRY OCCURS 0 TO 2000 TIMES
                 DEPENDING ON WS-LIN-COUNT.
              10 TABLE-LIN-RECORD.
                 15 TABLE-LIN-VENDOR    PIC X(05).
                 15 TABLE-LIN-INVOICE   PIC X(10).
                 15 TABLE-LIN-DATE      PIC X(08).
                 15 TABLE-LIN-PO        PIC 9(06).
                 15 TABLE-LIN-PRODUCT   PIC X(05).
                 15 TABLE-LIN-QTY       PIC 9(05).
                 15 TABLE-LIN-COST      PIC 9(03)V99.
              10 TABLE-LIN-SOURCE       PIC X(01).
                 88 TABLE-LIN-WAS-HELD     VALUE "H".
              10 TABLE-LIN-DONE-SW      PIC X(01).
                 88 TABLE-LIN-DONE         VALUE "Y" "P".
                 88 TABLE-LIN-TO-HOLD      VALUE "P".
              10 TABLE-LIN-PO-COST      PIC 9(03)V99.
              10 TABLE-LIN-RECEIVED     PIC 9(05).
              10 TABLE-LIN-REASON       PIC X(30).

      * OPEN POS, VENDOR COSTS, AND AP VENDORS, LOADED AT STARTUP.
        01 WS-OPO-COUNT                 PIC 9(03) VALUE 0.
        01 WS-OPO-SUB                   PIC 9(03) VALUE 0.
        01 WS-OPEN-PO-TABLE.
           05 OPO-TABLE-ENTRY OCCURS 0 TO 500 TIMES
                 DEPENDING ON WS-OPO-COUNT.
              10 TABLE-OPO-PO           PIC 9(06).
              10 TABLE-OPO-VENDOR       PIC X(05).
              10 TABLE-OPO-PRODUCT      PIC X(05).
              10 TABLE-OPO-ORDERED      PIC 9(05).
              10 TABLE-OPO-RECEIVED     PIC 9(05).
              10 TABLE-OPO-ORDER-DATE   PIC X(08).
              10 TABLE-OPO-DUE-DATE     PIC X(08).
              10 TABLE-OPO-STATUS       PIC X(01).
        01 WS-VND-COUNT                 PIC 9(03) VALUE 0.
        01 WS-VND-SUB                   PIC 9(03) VALUE 0.
        01 VENDOR-TABLE-ENTRY OCCURS 200 TIMES.
           05 TABLE-VND-VENDOR          PIC X(05).
           05 TABLE-VND-MATERIAL        PIC X(05).
           05 TABLE-VND-COST            PIC 9(03)V99.
        01 WS-AVN-COUNT                 PIC 9(03) VALUE 0.
        01 WS-AVN-SUB                   PIC 9(03) VALUE 0.
        01 WS-AP-VENDOR-TABLE.
           05 AVN-TABLE-ENTRY OCCURS 0 TO 500 TIMES
                 DEPENDING ON WS-AVN-COUNT.
              10 TABLE-AVN-VENDOR       PIC X(05).
              10 TABLE-AVN-NAME         PIC X(20).
              10 TABLE-AVN-NET-DAYS     PIC 9(03).
              10 TABLE-AVN-DISC-PCT     PIC 9(02)V99.
              10 TABLE-AVN-DISC-DAYS    PIC 9(03).
              10 TABLE-AVN-PAY-METHOD   PIC X(01).
              10 TABLE-AVN-ROUTING      PIC X(09).
              10 TABLE-AVN-ACCOUNT      PIC X(17).
              10 TABLE-AVN-HOLD-FLAG    PIC X(01).

      * QUANTITY ALREADY BILLED, BY PO AND PRODUCT.
        01 WS-BIL-COUNT                 PIC 9(04) VALUE 0.
        01 WS-BIL-SUB                   PIC 9(04) VALUE 0.
        01 WS-BILLED-TABLE.
           05 BIL-TABLE-ENTRY OCCURS 0 TO 2000 TIMES
                 DEPENDING ON WS-BIL-COUNT.
              10 TABLE-BIL-PO           PIC 9(06).
              10 TABLE-BIL-PRODUCT      PIC X(05).
              10 TABLE-BIL-QTY          PIC 9(07).

      * VENDOR INVOICE NUMBERS ALREADY ON OPEN PAYABLES.
        01 WS-OPY-COUNT                 PIC 9(05) VALUE 0.
        01 WS-OPY-SUB                   PIC 9(05) VALUE 0.
        01 WS-PAYABLE-KEY-TABLE.
           05 OPY-TABLE-ENTRY OCCURS 0 TO 10000 TIMES
                 DEPENDING ON WS-OPY-COUNT.
              10 TABLE-OPY-VENDOR       PIC X(05).
              10 TABLE-OPY-INVOICE      PIC X(10).

      * THE INVOICE BEING WORKED.
        01 WS-INV-VENDOR                PIC X(05) VALUE SPACES.
        01 WS-INV-NUMBER                PIC X(10) VALUE SPACES.
        01 WS-INV-DATE                  PIC X(08) VALUE SPACES.
        01 WS-INV-AMOUNT                PIC 9(08)V99 VALUE 0.
        01 WS-INV-DUE-DATE              PIC X(08) VALUE SPACES.
        01 WS-INV-DISPOSITION-SW        PIC X(01) VALUE SPACE.
           88 INVOICE-MATCHED              VALUE "M".
           88 INVOICE-HELD                 VALUE "H".
           88 INVOICE-REJECTED             VALUE "R".
        01 WS-INV-REASON                PIC X(30) VALUE SPACES.
        01 WS-BILLED-SO-FAR             PIC 9(07) VALUE 0.
        01 WS-RECEIVED-ALLOWED          PIC 9(07)V99 VALUE 0.
        01 WS-PRICE-VARIANCE-PCT        PIC 9(05)V99 VALUE 0.
        01 WS-LINE-EXTENSION            PIC 9(08)V99 VALUE 0.

      * RUN COUNTERS
        01 WS-LINES-KEYED               PIC 9(04) VALUE 0.
        01 WS-LINES-RECYCLED            PIC 9(04) VALUE 0.
        01 WS-INVOICES-READ             PIC 9(04) VALUE 0.
        01 WS-INVOICES-POSTED           PIC 9(04) VALUE 0.
        01 WS-INVOICES-HELD             PIC 9(04) VALUE 0.
        01 WS-INVOICES-REJECTED         PIC 9(04) VALUE 0.
        01 WS-AMOUNT-POSTED             PIC 9(09)V99 VALUE 0.
        01 WS-AMOUNT-POSTED-FMT         PIC ZZZ,ZZZ,ZZ9.99.
        01 WS-RUN-DATE                  PIC X(08).
        01 WS-RUN-CCYYMMDD              PIC X(08).
        01 WS-RUN-TIME                  PIC 9(08) VALUE 0.
        COPY "AUDITTRL.cpy".

       01  PAGE-HDG-01.
           05 PAGE-HDG-01-CC         PIC X(01) VALUE SPACE.
           05 FILLER                 PIC X(45) VALUE SPACES.
           05 FILLER                 PIC X(39)
              VALUE "VENDOR INVOICE THREE-WAY MATCH REGISTER".
           05 FILLER                 PIC X(20) VALUE SPACES.
           05 FILLER                 PIC X(06) VALUE "PAGE: ".
           05 PAGE-HDG-01-PAGE       PIC ZZ9.
       01  PAGE-HDG-02.
           05 PAGE-HDG-02-CC         PIC X(01) VALUE SPACE.
           05 FILLER                 PIC X(18)
              VALUE "PRICE TOLERANCE: ".
           05 PAGE-HDG-02-PRICE-TOL  PIC ZZ9.99.
           05 FILLER                 PIC X(03) VALUE "%  ".
           05 FILLER                 PIC X(16)
              VALUE "QTY TOLERANCE: ".
           05 PAGE-HDG-02-QTY-TOL    PIC ZZ9.99.
           05 FILLER                 PIC X(01) VALUE "%".
           05 FILLER                 PIC X(05) VALUE SPACES.
           05 FILLER                 PIC X(10) VALUE "RUN DATE: ".
           05 PAGE-HDG-02-DATE       PIC XX/XX/XXXX.
       01  PAGE-HDG-03.
           05 PAGE-HDG-03-CC         PIC X(01) VALUE SPACE.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 FILLER                 PIC X(07) VALUE "VENDOR".
           05 FILLER                 PIC X(12) VALUE "INVOICE".
           05 FILLER                 PIC X(08) VALUE "PO NO.".
           05 FILLER                 PIC X(08) VALUE "PRODUCT".
           05 FILLER                 PIC X(08) VALUE "  BILLED".
           05 FILLER                 PIC X(10) VALUE "  RECEIVED".
           05 FILLER                 PIC X(10) VALUE " UNIT COST".
           05 FILLER                 PIC X(10) VALUE "   PO COST".
           05 FILLER                 PIC X(15) VALUE "       EXTENDED".
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 FILLER                 PIC X(30) VALUE "DISPOSITION".

       01  DETAIL-LINE-INVOICE.
           05 DTL-CC                 PIC X(01) VALUE SPACE.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 DTL-VENDOR             PIC X(05).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 DTL-INVOICE            PIC X(10).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 DTL-PO-NUMBER          PIC 9(06).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 DTL-PRODUCT            PIC X(05).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 DTL-BILLED             PIC ZZ,ZZ9.
           05 FILLER                 PIC X(04) VALUE SPACES.
           05 DTL-RECEIVED           PIC ZZ,ZZ9.
           05 FILLER                 PIC X(04) VALUE SPACES.
           05 DTL-UNIT-COST          PIC ZZ9.99.
           05 FILLER                 PIC X(04) VALUE SPACES.
           05 DTL-PO-COST            PIC ZZ9.99.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 DTL-EXTENDED           PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 DTL-DISPOSITION        PIC X(30).

       01  INVOICE-TOTAL-LINE.
           05 INV-TOTAL-CC           PIC X(01) VALUE SPACE.
           05 FILLER                 PIC X(09) VALUE SPACES.
           05 FILLER                 PIC X(09) VALUE "INVOICE  ".
           05 INV-TOTAL-NUMBER       PIC X(10).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 INV-TOTAL-NAME         PIC X(20).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 INV-TOTAL-LABEL        PIC X(05).
           05 INV-TOTAL-DUE          PIC X(08).
           05 FILLER                 PIC X(14) VALUE SPACES.
           05 INV-TOTAL-AMOUNT       PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 INV-TOTAL-RESULT       PIC X(30).

       01  TOTALS-LINE.
           05 TOTAL-LINE-CC          PIC X(01) VALUE SPACE.
           05 FILLER                 PIC X(09) VALUE SPACES.
           05 FILLER                 PIC X(15) VALUE "INVOICES READ: ".
           05 TOTAL-READ             PIC Z,ZZ9.
           05 FILLER                 PIC X(04) VALUE SPACES.
           05 FILLER                 PIC X(08) VALUE "POSTED: ".
           05 TOTAL-POSTED           PIC Z,ZZ9.
           05 FILLER                 PIC X(04) VALUE SPACES.
           05 FILLER                 PIC X(06) VALUE "HELD: ".
           05 TOTAL-HELD             PIC Z,ZZ9.
           05 FILLER                 PIC X(04) VALUE SPACES.
           05 FILLER                 PIC X(10) VALUE "REJECTED: ".
           05 TOTAL-REJECTED         PIC Z,ZZ9.
           05 FILLER                 PIC X(04) VALUE SPACES.
           05 FILLER                 PIC X(15) VALUE "AMOUNT POSTED: ".
           05 TOTAL-AMOUNT           PIC ZZZ,ZZZ,ZZ9.99.

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

           DISPLAY "APINVRB FOR RYAN BROOKS".

           PERFORM 1000-INITIALIZE.

           PERFORM VARYING WS-LIN-SUB FROM 1 BY 1
              UNTIL WS-LIN-SUB > WS-LIN-COUNT
              IF NOT TABLE-LIN-DONE (WS-LIN-SUB)
                 PERFORM 3000-PROCESS-INVOICE
              END-IF
           END-PERFORM.

           perform 9000-CREATE-LISTING-TOTAL-LINE.
           perform 9600-WRITE-HOLD-FILE.
           IF KEYED-FILE-PRESENT
              PERFORM 9700-SET-APPLIED-FILE-ASIDE
           END-IF.
           PERFORM 1350-RELEASE-RUN-LOCK.

           display "INVOICE LINES KEYED:         " WS-LINES-KEYED.
           display "HELD LINES RETRIED:          " WS-LINES-RECYCLED.
           display "INVOICES READ:               " WS-INVOICES-READ.
           display "INVOICES POSTED:             " WS-INVOICES-POSTED.
           display "INVOICES HELD:               " WS-INVOICES-HELD.
           display "INVOICES REJECTED:           "
               WS-INVOICES-REJECTED.
           MOVE WS-AMOUNT-POSTED TO WS-AMOUNT-POSTED-FMT.
           display "AMOUNT POSTED TO PAYABLES:   "
               WS-AMOUNT-POSTED-FMT.

           PERFORM 9900-WRITE-AUDIT-RECORD.

           close OPEN-PAYABLE-FILE
                 BILLED-LINE-FILE
                 GL-POSTING-FILE
                 INVOICE-REGISTER
                 AUDIT-TRAIL-FILE.

           GOBACK.

       0500-GET-FILE-PATHS.
      * OVERRIDE THE DEFAULT FILE PATHS IF THE MATCHING ENVIRONMENT
      * VARIABLE HAS BEEN SET:
           ACCEPT WS-ENV-PATH-OVERRIDE FROM ENVIRONMENT
                  "APINVRB-VENDOR-INVOICE-FILE".
           IF WS-ENV-PATH-OVERRIDE NOT = SPACES
              MOVE WS-ENV-PATH-OVERRIDE TO WS-VENDOR-INVOICE-PATH
           END-IF.
           ACCEPT WS-ENV-PATH-OVERRIDE FROM ENVIRONMENT
                  "APINVRB-INVOICE-HOLD-FILE".
           IF WS-ENV-PATH-OVERRIDE NOT = SPACES
              MOVE WS-ENV-PATH-OVERRIDE TO WS-INVOICE-HOLD-PATH
           END-IF.
           ACCEPT WS-ENV-PATH-OVERRIDE FROM ENVIRONMENT
                  "APINVRB-OPEN-PO-FILE".
           IF WS-ENV-PATH-OVERRIDE NOT = SPACES
              MOVE WS-ENV-PATH-OVERRIDE TO WS-OPEN-PO-PATH
           END-IF.
           ACCEPT WS-ENV-PATH-OVERRIDE FROM ENVIRONMENT
                  "APINVRB-VENDOR-MASTER".
           IF WS-ENV-PATH-OVERRIDE NOT = SPACES
              MOVE WS-ENV-PATH-OVERRIDE TO WS-VENDOR-MASTER-PATH
           END-IF.
           ACCEPT WS-ENV-PATH-OVERRIDE FROM ENVIRONMENT
                  "APINVRB-AP-VENDOR-FILE".
           IF WS-ENV-PATH-OVERRIDE NOT = SPACES
              MOVE WS-ENV-PATH-OVERRIDE TO WS-AP-VENDOR-PATH
           END-IF.
           ACCEPT WS-ENV-PATH-OVERRIDE FROM ENVIRONMENT
                  "APINVRB-BILLED-LINE-FILE".
           IF WS-ENV-PATH-OVERRIDE NOT = SPACES
              MOVE WS-ENV-PATH-OVERRIDE TO WS-BILLED-LINE-PATH
           END-IF.
           ACCEPT WS-ENV-PATH-OVERRIDE FROM ENVIRONMENT
                  "APINVRB-OPEN-PAYABLE-FILE".
           IF WS-ENV-PATH-OVERRIDE NOT = SPACES
              MOVE WS-ENV-PATH-OVERRIDE TO WS-OPEN-PAYABLE-PATH
           END-IF.
           ACCEPT WS-ENV-PATH-OVERRIDE FROM ENVIRONMENT
                  "APINVRB-GL-POSTING-FILE".
           IF WS-ENV-PATH-OVERRIDE NOT = SPACES
              MOVE WS-ENV-PATH-OVERRIDE TO WS-GL-POSTING-PATH
           END-IF.
           ACCEPT WS-ENV-PATH-OVERRIDE FROM ENVIRONMENT
                  "APINVRB-INVOICE-REGISTER".
           IF WS-ENV-PATH-OVERRIDE NOT = SPACES
              MOVE WS-ENV-PATH-OVERRIDE TO WS-INVOICE-REGISTER-PATH
           END-IF.
           ACCEPT WS-ENV-PATH-OVERRIDE FROM ENVIRONMENT
                  "APINVRB-AUDIT-TRAIL-FILE".
           IF WS-ENV-PATH-OVERRIDE NOT = SPACES
              MOVE WS-ENV-PATH-OVERRIDE TO WS-AUDIT-TRAIL-PATH
           END-IF.

       1000-INITIALIZE.
           PERFORM 0500-GET-FILE-PATHS.
           ACCEPT WS-RUN-DATE FROM DATE.
           MOVE   WS-RUN-DATE TO PAGE-HDG-02-DATE.
           MOVE "20"              TO WS-RUN-CCYYMMDD (1:2).
           MOVE WS-RUN-DATE (1:6) TO WS-RUN-CCYYMMDD (3:6).
           MOVE SPACES TO WS-ENV-STAGING.
           ACCEPT WS-ENV-STAGING FROM ENVIRONMENT
                  "APINVRB-PRICE-TOLERANCE".
           IF WS-ENV-STAGING NOT = SPACES
              COMPUTE WS-PRICE-TOLERANCE-PCT =
                  FUNCTION NUMVAL (WS-ENV-STAGING)
           END-IF.
           MOVE SPACES TO WS-ENV-STAGING.
           ACCEPT WS-ENV-STAGING FROM ENVIRONMENT
                  "APINVRB-QTY-TOLERANCE".
           IF WS-ENV-STAGING NOT = SPACES
              COMPUTE WS-QTY-TOLERANCE-PCT =
                  FUNCTION NUMVAL (WS-ENV-STAGING)
           END-IF.
           MOVE WS-PRICE-TOLERANCE-PCT TO PAGE-HDG-02-PRICE-TOL.
           MOVE WS-QTY-TOLERANCE-PCT   TO PAGE-HDG-02-QTY-TOL.
           OPEN EXTEND AUDIT-TRAIL-FILE.
           IF NOT GOOD-AUDIT-TRAIL-WRITE
              CLOSE AUDIT-TRAIL-FILE
              OPEN OUTPUT AUDIT-TRAIL-FILE
           END-IF.
           PERFORM 1100-LOAD-OPEN-POS.
           PERFORM 1300-TAKE-RUN-LOCK.
           PERFORM 1160-GET-FISCAL-PERIOD.
           PERFORM 1200-LOAD-VENDOR-COSTS.
           PERFORM 1250-LOAD-AP-VENDORS.
           PERFORM 1400-LOAD-BILLED-LINES.
           PERFORM 1450-LOAD-PAYABLE-KEYS.
           PERFORM 1500-LOAD-KEYED-LINES.
           PERFORM 1600-LOAD-HELD-LINES.
           OPEN EXTEND OPEN-PAYABLE-FILE.
           IF NOT OPEN-PAYABLE-SUCCESSFUL
              CLOSE OPEN-PAYABLE-FILE
              OPEN OUTPUT OPEN-PAYABLE-FILE
           END-IF.
           OPEN EXTEND BILLED-LINE-FILE.
           IF NOT BILLED-LINE-SUCCESSFUL
              CLOSE BILLED-LINE-FILE
              OPEN OUTPUT BILLED-LINE-FILE
           END-IF.
           OPEN EXTEND GL-POSTING-FILE.
           IF NOT GOOD-GL-POSTING-WRITE
              CLOSE GL-POSTING-FILE
              OPEN OUTPUT GL-POSTING-FILE
           END-IF.
           OPEN OUTPUT INVOICE-REGISTER.
           PERFORM 8000-WRITE-HEADINGS.

       1100-LOAD-OPEN-POS.
      * NO OPEN-PO FILE MEANS NOTHING CAN BE MATCHED - STOP BEFORE
      * EVERY INVOICE GOES ON HOLD.
           OPEN INPUT OPEN-PO-FILE.
           IF NOT OPEN-PO-SUCCESSFUL
              DISPLAY "APINVRB: UNABLE TO OPEN OPEN-PO FILE, "
                  "STATUS = " WS-OPEN-PO-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           PERFORM UNTIL END-OF-OPEN-PO
              READ OPEN-PO-FILE
                 AT END
                    SET END-OF-OPEN-PO TO TRUE
                 NOT AT END
                    IF WS-OPO-COUNT = 500
                       DISPLAY "APINVRB: OPEN-PO TABLE CEILING "
                           "(500) REACHED - RUN STOPPED"
                       MOVE 16 TO RETURN-CODE
                       GOBACK
                    END-IF
                    ADD 1 TO WS-OPO-COUNT
                    MOVE OPEN-PO-RECORD TO
                         OPO-TABLE-ENTRY (WS-OPO-COUNT)
              END-READ
           END-PERFORM.
           CLOSE OPEN-PO-FILE.

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

       1200-LOAD-VENDOR-COSTS.
      * WITHOUT THE VENDOR MASTER NO LINE HAS A PO PRICE - EVERY
      * LINE HOLDS UNTIL IT IS BACK.
           OPEN INPUT VENDOR-MASTER.
           IF VENDOR-MASTER-SUCCESSFUL
              PERFORM UNTIL END-OF-VENDOR-MASTER
                       OR WS-VND-COUNT = 200
                 READ VENDOR-MASTER
                    AT END
                       SET END-OF-VENDOR-MASTER TO TRUE
                    NOT AT END
                       ADD 1 TO WS-VND-COUNT
                       MOVE VND-VENDOR-ID TO
                            TABLE-VND-VENDOR (WS-VND-COUNT)
                       MOVE VND-MATERIAL TO
                            TABLE-VND-MATERIAL (WS-VND-COUNT)
                       MOVE VND-COST TO
                            TABLE-VND-COST (WS-VND-COUNT)
                 END-READ
              END-PERFORM
              CLOSE VENDOR-MASTER
           END-IF.

       1250-LOAD-AP-VENDORS.
           OPEN INPUT AP-VENDOR-FILE.
           IF AP-VENDOR-SUCCESSFUL
              PERFORM UNTIL END-OF-AP-VENDOR
                 READ AP-VENDOR-FILE
                    AT END
                       SET END-OF-AP-VENDOR TO TRUE
                    NOT AT END
                       IF WS-AVN-COUNT = 500
                          DISPLAY "APINVRB: AP VENDOR TABLE CEILING "
                              "(500) REACHED - RUN STOPPED"
                          MOVE 16 TO RETURN-CODE
                          PERFORM 1350-RELEASE-RUN-LOCK
                          GOBACK
                       END-IF
                       ADD 1 TO WS-AVN-COUNT
                       MOVE AP-VENDOR-RECORD TO
                            AVN-TABLE-ENTRY (WS-AVN-COUNT)
                       IF AVN-NET-DAYS NOT NUMERIC
                          MOVE 0 TO TABLE-AVN-NET-DAYS (WS-AVN-COUNT)
                       END-IF
                       IF AVN-DISC-PCT NOT NUMERIC
                          OR AVN-DISC-DAYS NOT NUMERIC
                          MOVE 0 TO TABLE-AVN-DISC-PCT (WS-AVN-COUNT)
                                    TABLE-AVN-DISC-DAYS (WS-AVN-COUNT)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE AP-VENDOR-FILE
           END-IF.

       1300-TAKE-RUN-LOCK.
           SET LCK-TAKE TO TRUE.
           MOVE WS-OPEN-PAYABLE-PATH TO LCK-MASTER-PATH.
           MOVE "APINVRB" TO LCK-PROGRAM-NAME.
           CALL "RUNLOKRB" USING RUNLOCK-PARMS.
           IF NOT LCK-OK
              DISPLAY "APINVRB: OPEN-PAYABLES FILE IS LOCKED BY "
                  LCK-HELD-BY
              DISPLAY "APINVRB: RUN STOPPED - TRY AGAIN WHEN THE "
                  "LOCK CLEARS"
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF.

       1350-RELEASE-RUN-LOCK.
           SET LCK-RELEASE TO TRUE.
           MOVE WS-OPEN-PAYABLE-PATH TO LCK-MASTER-PATH.
           MOVE "APINVRB" TO LCK-PROGRAM-NAME.
           CALL "RUNLOKRB" USING RUNLOCK-PARMS.

       1400-LOAD-BILLED-LINES.
      * TOTAL WHAT HAS ALREADY BEEN BILLED AGAINST EACH PO/PRODUCT.
           OPEN INPUT BILLED-LINE-FILE.
           IF BILLED-LINE-SUCCESSFUL
              PERFORM UNTIL END-OF-BILLED-LINE
                 READ BILLED-LINE-FILE
                    AT END
                       SET END-OF-BILLED-LINE TO TRUE
                    NOT AT END
                       PERFORM 1410-FIND-BILLED-ENTRY
                       ADD BLN-QTY TO TABLE-BIL-QTY (WS-BIL-SUB)
                 END-READ
              END-PERFORM
              CLOSE BILLED-LINE-FILE
           END-IF.

       1410-FIND-BILLED-ENTRY.
      * FIND (OR START) THE BILLED-QUANTITY ROW FOR BLN-PO-NUMBER /
      * BLN-PRODUCT-ID.
           PERFORM VARYING WS-BIL-SUB FROM 1 BY 1
              UNTIL WS-BIL-SUB > WS-BIL-COUNT
                 OR (TABLE-BIL-PO (WS-BIL-SUB) = BLN-PO-NUMBER
                 AND TABLE-BIL-PRODUCT (WS-BIL-SUB) = BLN-PRODUCT-ID)
           END-PERFORM.
           IF WS-BIL-SUB > WS-BIL-COUNT
              IF WS-BIL-COUNT = 2000
                 DISPLAY "APINVRB: BILLED-LINE TABLE CEILING "
                     "(2000) REACHED - RUN STOPPED"
                 MOVE 16 TO RETURN-CODE
                 PERFORM 1350-RELEASE-RUN-LOCK
                 GOBACK
              END-IF
              ADD 1 TO WS-BIL-COUNT
              MOVE BLN-PO-NUMBER  TO TABLE-BIL-PO (WS-BIL-COUNT)
              MOVE BLN-PRODUCT-ID TO TABLE-BIL-PRODUCT (WS-BIL-COUNT)
              MOVE 0              TO TABLE-BIL-QTY (WS-BIL-COUNT)
           END-IF.

       1450-LOAD-PAYABLE-KEYS.
           OPEN INPUT OPEN-PAYABLE-FILE.
           IF OPEN-PAYABLE-SUCCESSFUL
              PERFORM UNTIL END-OF-OPEN-PAYABLE
                 READ OPEN-PAYABLE-FILE
                    AT END
                       SET END-OF-OPEN-PAYABLE TO TRUE
                    NOT AT END
                       IF WS-OPY-COUNT = 10000
                          DISPLAY "APINVRB: OPEN-PAYABLES TABLE "
                              "CEILING (10000) REACHED - RUN STOPPED"
                          MOVE 16 TO RETURN-CODE
                          PERFORM 1350-RELEASE-RUN-LOCK
                          GOBACK
                       END-IF
                       ADD 1 TO WS-OPY-COUNT
                       MOVE OPY-VENDOR-ID
                         TO TABLE-OPY-VENDOR (WS-OPY-COUNT)
                       MOVE OPY-INVOICE-NUMBER
                         TO TABLE-OPY-INVOICE (WS-OPY-COUNT)
                 END-READ
              END-PERFORM
              CLOSE OPEN-PAYABLE-FILE
           END-IF.

       1500-LOAD-KEYED-LINES.
      * NO KEYED FILE IS NOT AN ERROR - THE RUN STILL RETRIES WHAT
      * IS ON HOLD.
           OPEN INPUT VENDOR-INVOICE-IN.
           IF NOT VENDOR-INVOICE-SUCCESSFUL
              DISPLAY "APINVRB: NO VENDOR INVOICES KEYED - RETRYING "
                  "HELD INVOICES ONLY"
           ELSE
              PERFORM UNTIL END-OF-VENDOR-INVOICE
                 READ VENDOR-INVOICE-IN
                    AT END
                       SET END-OF-VENDOR-INVOICE TO TRUE
                    NOT AT END
                       ADD 1 TO WS-LINES-KEYED
                       PERFORM 1550-ADD-RUN-LINE
                       MOVE "K" TO TABLE-LIN-SOURCE (WS-LIN-COUNT)
                 END-READ
              END-PERFORM
              CLOSE VENDOR-INVOICE-IN
              SET KEYED-FILE-PRESENT TO TRUE
           END-IF.

       1550-ADD-RUN-LINE.
           IF WS-LIN-COUNT = 2000
              DISPLAY "APINVRB: INVOICE LINE TABLE CEILING "
                  "(2000) REACHED - RUN STOPPED"
              MOVE 16 TO RETURN-CODE
              PERFORM 1350-RELEASE-RUN-LOCK
              GOBACK
           END-IF.
           ADD 1 TO WS-LIN-COUNT.
           MOVE VENDOR-INVOICE-RECORD
             TO TABLE-LIN-RECORD (WS-LIN-COUNT).
           MOVE "N"    TO TABLE-LIN-DONE-SW (WS-LIN-COUNT).
           MOVE 0      TO TABLE-LIN-PO-COST (WS-LIN-COUNT)
                          TABLE-LIN-RECEIVED (WS-LIN-COUNT).
           MOVE SPACES TO TABLE-LIN-REASON (WS-LIN-COUNT).

       1600-LOAD-HELD-LINES.
      * A HELD INVOICE THAT WAS KEYED AGAIN THIS RUN IS REPLACED BY
      * THE NEW KEYING - ITS HELD LINES ARE DROPPED.
           OPEN INPUT INVOICE-HOLD-FILE.
           IF INVOICE-HOLD-SUCCESSFUL
              PERFORM UNTIL END-OF-INVOICE-HOLD
                 READ INVOICE-HOLD-FILE
                    AT END
                       SET END-OF-INVOICE-HOLD TO TRUE
                    NOT AT END
                       MOVE INVOICE-HOLD-RECORD
                         TO VENDOR-INVOICE-RECORD
                       PERFORM VARYING WS-LIN-SUB FROM 1 BY 1
                          UNTIL WS-LIN-SUB > WS-LIN-COUNT
                             OR (TABLE-LIN-VENDOR (WS-LIN-SUB) =
                                 VIN-VENDOR-ID
                             AND TABLE-LIN-INVOICE (WS-LIN-SUB) =
                                 VIN-INVOICE-NUMBER
                             AND NOT TABLE-LIN-WAS-HELD (WS-LIN-SUB))
                       END-PERFORM
                       IF WS-LIN-SUB > WS-LIN-COUNT
                          ADD 1 TO WS-LINES-RECYCLED
                          PERFORM 1550-ADD-RUN-LINE
                          MOVE "H" TO TABLE-LIN-SOURCE (WS-LIN-COUNT)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE INVOICE-HOLD-FILE
           END-IF.

       3000-PROCESS-INVOICE.
      * WORK EVERY LINE OF THE INVOICE WS-LIN-SUB STARTS, THEN POST,
      * HOLD, OR REJECT THE INVOICE AS A WHOLE.
           ADD 1 TO WS-INVOICES-READ.
           MOVE TABLE-LIN-VENDOR (WS-LIN-SUB)  TO WS-INV-VENDOR.
           MOVE TABLE-LIN-INVOICE (WS-LIN-SUB) TO WS-INV-NUMBER.
           MOVE TABLE-LIN-DATE (WS-LIN-SUB)    TO WS-INV-DATE.
           MOVE 0      TO WS-INV-AMOUNT.
           MOVE SPACES TO WS-INV-REASON.
           SET INVOICE-MATCHED TO TRUE.
           PERFORM VARYING WS-AVN-SUB FROM 1 BY 1
              UNTIL WS-AVN-SUB > WS-AVN-COUNT
                 OR TABLE-AVN-VENDOR (WS-AVN-SUB) = WS-INV-VENDOR
           END-PERFORM.
           PERFORM VARYING WS-OPY-SUB FROM 1 BY 1
              UNTIL WS-OPY-SUB > WS-OPY-COUNT
                 OR (TABLE-OPY-VENDOR (WS-OPY-SUB) = WS-INV-VENDOR
                 AND TABLE-OPY-INVOICE (WS-OPY-SUB) = WS-INV-NUMBER)
           END-PERFORM.
           EVALUATE TRUE
              WHEN WS-OPY-SUB NOT > WS-OPY-COUNT
                 SET INVOICE-REJECTED TO TRUE
                 MOVE "*** DUPLICATE - NOT POSTED ***" TO WS-INV-REASON
              WHEN WS-INV-NUMBER = SPACES
                 SET INVOICE-REJECTED TO TRUE
                 MOVE "*** NO INVOICE NUMBER ***" TO WS-INV-REASON
              WHEN WS-INV-DATE NOT NUMERIC
                 SET INVOICE-REJECTED TO TRUE
                 MOVE "*** BAD INVOICE DATE ***" TO WS-INV-REASON
              WHEN WS-AVN-SUB > WS-AVN-COUNT
                 SET INVOICE-HELD TO TRUE
                 MOVE "** HELD - VENDOR NOT SET UP" TO WS-INV-REASON
           END-EVALUATE.
           PERFORM VARYING WS-LIN-SUB-2 FROM WS-LIN-SUB BY 1
              UNTIL WS-LIN-SUB-2 > WS-LIN-COUNT
              IF TABLE-LIN-VENDOR (WS-LIN-SUB-2) = WS-INV-VENDOR
                 AND TABLE-LIN-INVOICE (WS-LIN-SUB-2) = WS-INV-NUMBER
                 AND NOT TABLE-LIN-DONE (WS-LIN-SUB-2)
                 PERFORM 3100-MATCH-LINE
              END-IF
           END-PERFORM.
           EVALUATE TRUE
              WHEN INVOICE-MATCHED
                 PERFORM 4000-POST-INVOICE
              WHEN INVOICE-HELD
                 ADD 1 TO WS-INVOICES-HELD
              WHEN OTHER
                 ADD 1 TO WS-INVOICES-REJECTED
           END-EVALUATE.
           PERFORM 7000-LIST-INVOICE.

       3100-MATCH-LINE.
      * THE THREE-WAY MATCH FOR ONE LINE.  THE FIRST THING WRONG IS
      * THE LINE'S REASON; ANY LINE WITH A REASON HOLDS THE INVOICE.
           MOVE "Y" TO TABLE-LIN-DONE-SW (WS-LIN-SUB-2).
           MOVE 0 TO WS-PRICE-VARIANCE-PCT.
           PERFORM VARYING WS-OPO-SUB FROM 1 BY 1
              UNTIL WS-OPO-SUB > WS-OPO-COUNT
                 OR TABLE-OPO-PO (WS-OPO-SUB) =
                    TABLE-LIN-PO (WS-LIN-SUB-2)
           END-PERFORM.
           IF WS-OPO-SUB NOT > WS-OPO-COUNT
              MOVE TABLE-OPO-RECEIVED (WS-OPO-SUB)
                TO TABLE-LIN-RECEIVED (WS-LIN-SUB-2)
           END-IF.
           PERFORM VARYING WS-VND-SUB FROM 1 BY 1
              UNTIL WS-VND-SUB > WS-VND-COUNT
                 OR (TABLE-VND-VENDOR (WS-VND-SUB) = WS-INV-VENDOR
                 AND TABLE-VND-MATERIAL (WS-VND-SUB) =
                     TABLE-LIN-PRODUCT (WS-LIN-SUB-2))
           END-PERFORM.
           IF WS-VND-SUB NOT > WS-VND-COUNT
              MOVE TABLE-VND-COST (WS-VND-SUB)
                TO TABLE-LIN-PO-COST (WS-LIN-SUB-2)
           END-IF.
           PERFORM 3200-QTY-BILLED-SO-FAR.
           EVALUATE TRUE
              WHEN TABLE-LIN-QTY (WS-LIN-SUB-2) NOT NUMERIC
                OR TABLE-LIN-COST (WS-LIN-SUB-2) NOT NUMERIC
                 MOVE "*** QTY OR COST NOT NUMERIC ***"
                   TO TABLE-LIN-REASON (WS-LIN-SUB-2)
                 SET INVOICE-REJECTED TO TRUE
              WHEN TABLE-LIN-QTY (WS-LIN-SUB-2) = 0
                 MOVE "*** ZERO QUANTITY ***"
                   TO TABLE-LIN-REASON (WS-LIN-SUB-2)
                 SET INVOICE-REJECTED TO TRUE
              WHEN WS-OPO-SUB > WS-OPO-COUNT
                 MOVE "** HELD - PO NOT ON FILE"
                   TO TABLE-LIN-REASON (WS-LIN-SUB-2)
              WHEN TABLE-OPO-VENDOR (WS-OPO-SUB) NOT = WS-INV-VENDOR
                 MOVE "** HELD - PO IS ANOTHER VENDOR"
                   TO TABLE-LIN-REASON (WS-LIN-SUB-2)
              WHEN TABLE-OPO-PRODUCT (WS-OPO-SUB) NOT =
                   TABLE-LIN-PRODUCT (WS-LIN-SUB-2)
                 MOVE "** HELD - PRODUCT NOT ON PO"
                   TO TABLE-LIN-REASON (WS-LIN-SUB-2)
              WHEN WS-VND-SUB > WS-VND-COUNT
                 MOVE "** HELD - NO PO COST ON FILE"
                   TO TABLE-LIN-REASON (WS-LIN-SUB-2)
              WHEN OTHER
                 PERFORM 3300-CHECK-TOLERANCES
           END-EVALUATE.
           IF TABLE-LIN-REASON (WS-LIN-SUB-2) NOT = SPACES
              IF INVOICE-MATCHED
                 SET INVOICE-HELD TO TRUE
              END-IF
           END-IF.
           IF TABLE-LIN-QTY (WS-LIN-SUB-2) NUMERIC
              AND TABLE-LIN-COST (WS-LIN-SUB-2) NUMERIC
              COMPUTE WS-INV-AMOUNT = WS-INV-AMOUNT
                  + TABLE-LIN-QTY (WS-LIN-SUB-2)
                  * TABLE-LIN-COST (WS-LIN-SUB-2)
           END-IF.

       3200-QTY-BILLED-SO-FAR.
      * EVERYTHING ALREADY POSTED AGAINST THIS PO/PRODUCT, PLUS THE
      * EARLIER LINES OF THIS SAME INVOICE, PLUS THIS LINE.
           MOVE 0 TO WS-BILLED-SO-FAR.
           PERFORM VARYING WS-BIL-SUB FROM 1 BY 1
              UNTIL WS-BIL-SUB > WS-BIL-COUNT
                 OR (TABLE-BIL-PO (WS-BIL-SUB) =
                     TABLE-LIN-PO (WS-LIN-SUB-2)
                 AND TABLE-BIL-PRODUCT (WS-BIL-SUB) =
                     TABLE-LIN-PRODUCT (WS-LIN-SUB-2))
           END-PERFORM.
           IF WS-BIL-SUB NOT > WS-BIL-COUNT
              MOVE TABLE-BIL-QTY (WS-BIL-SUB) TO WS-BILLED-SO-FAR
           END-IF.
           IF TABLE-LIN-QTY (WS-LIN-SUB-2) NUMERIC
              PERFORM VARYING WS-LIN-SUB FROM WS-LIN-SUB BY 1
                 UNTIL WS-LIN-SUB > WS-LIN-SUB-2
                 IF TABLE-LIN-VENDOR (WS-LIN-SUB) = WS-INV-VENDOR
                    AND TABLE-LIN-INVOICE (WS-LIN-SUB) = WS-INV-NUMBER
                    AND TABLE-LIN-PO (WS-LIN-SUB) =
                        TABLE-LIN-PO (WS-LIN-SUB-2)
                    AND TABLE-LIN-PRODUCT (WS-LIN-SUB) =
                        TABLE-LIN-PRODUCT (WS-LIN-SUB-2)
                    AND TABLE-LIN-QTY (WS-LIN-SUB) NUMERIC
                    ADD TABLE-LIN-QTY (WS-LIN-SUB) TO WS-BILLED-SO-FAR
                 END-IF
              END-PERFORM
           END-IF.
           PERFORM 3250-FIND-INVOICE-START.

       3250-FIND-INVOICE-START.
      * PUT WS-LIN-SUB BACK ON THE INVOICE'S FIRST LINE.
           PERFORM VARYING WS-LIN-SUB FROM 1 BY 1
              UNTIL TABLE-LIN-VENDOR (WS-LIN-SUB) = WS-INV-VENDOR
                AND TABLE-LIN-INVOICE (WS-LIN-SUB) = WS-INV-NUMBER
           END-PERFORM.

       3300-CHECK-TOLERANCES.
      * PRICE AGAINST THE PO COST, THEN QUANTITY BILLED TO DATE
      * AGAINST QUANTITY RECEIVED.
           IF TABLE-LIN-PO-COST (WS-LIN-SUB-2) > 0
              IF TABLE-LIN-COST (WS-LIN-SUB-2) >
                 TABLE-LIN-PO-COST (WS-LIN-SUB-2)
                 COMPUTE WS-PRICE-VARIANCE-PCT ROUNDED =
                     (TABLE-LIN-COST (WS-LIN-SUB-2)
                      - TABLE-LIN-PO-COST (WS-LIN-SUB-2)) * 100
                     / TABLE-LIN-PO-COST (WS-LIN-SUB-2)
              ELSE
                 COMPUTE WS-PRICE-VARIANCE-PCT ROUNDED =
                     (TABLE-LIN-PO-COST (WS-LIN-SUB-2)
                      - TABLE-LIN-COST (WS-LIN-SUB-2)) * 100
                     / TABLE-LIN-PO-COST (WS-LIN-SUB-2)
              END-IF
           END-IF.
           COMPUTE WS-RECEIVED-ALLOWED =
               TABLE-LIN-RECEIVED (WS-LIN-SUB-2)
               * (100 + WS-QTY-TOLERANCE-PCT) / 100.
           EVALUATE TRUE
              WHEN WS-PRICE-VARIANCE-PCT > WS-PRICE-TOLERANCE-PCT
                 MOVE "** HELD - PRICE OVER TOLERANCE"
                   TO TABLE-LIN-REASON (WS-LIN-SUB-2)
              WHEN TABLE-LIN-RECEIVED (WS-LIN-SUB-2) = 0
                 MOVE "** HELD - NOTHING RECEIVED"
                   TO TABLE-LIN-REASON (WS-LIN-SUB-2)
              WHEN WS-BILLED-SO-FAR > WS-RECEIVED-ALLOWED
                 MOVE "** HELD - BILLED OVER RECEIVED"
                   TO TABLE-LIN-REASON (WS-LIN-SUB-2)
           END-EVALUATE.

       4000-POST-INVOICE.
      * ON OPEN PAYABLES WITH ITS TERMS, ITS LINES ON THE BILLED
      * HISTORY, AND THE INVENTORY/AP PAIR ON GLPOST.DAT.
           ADD 1 TO WS-INVOICES-POSTED.
           ADD WS-INV-AMOUNT TO WS-AMOUNT-POSTED.
           MOVE SPACES TO OPEN-PAYABLE-RECORD.
           MOVE WS-INV-VENDOR  TO OPY-VENDOR-ID.
           MOVE WS-INV-NUMBER  TO OPY-INVOICE-NUMBER.
           MOVE WS-INV-DATE    TO OPY-INVOICE-DATE.
           MOVE WS-INV-AMOUNT  TO OPY-AMOUNT.
           MOVE 0              TO OPY-PAID.
           MOVE "O"            TO OPY-STATUS.
           MOVE TABLE-LIN-PO (WS-LIN-SUB) TO OPY-PO-NUMBER.
           MOVE "C" TO DFN-FUNCTION-CODE.
           MOVE WS-INV-DATE TO DFN-DATE-1.
           MOVE TABLE-AVN-NET-DAYS (WS-AVN-SUB) TO DFN-DAY-COUNT.
           CALL "DATESRVRB" USING DATEFUN-PARMS.
           IF DFN-OK
              MOVE DFN-RESULT-DATE TO OPY-DUE-DATE
           ELSE
              MOVE WS-INV-DATE TO OPY-DUE-DATE
           END-IF.
           IF TABLE-AVN-DISC-PCT (WS-AVN-SUB) > 0
              MOVE "C" TO DFN-FUNCTION-CODE
              MOVE WS-INV-DATE TO DFN-DATE-1
              MOVE TABLE-AVN-DISC-DAYS (WS-AVN-SUB) TO DFN-DAY-COUNT
              CALL "DATESRVRB" USING DATEFUN-PARMS
              IF DFN-OK
                 MOVE DFN-RESULT-DATE TO OPY-DISC-DATE
              ELSE
                 MOVE WS-INV-DATE TO OPY-DISC-DATE
              END-IF
              COMPUTE OPY-DISC-AMOUNT ROUNDED =
                  WS-INV-AMOUNT * TABLE-AVN-DISC-PCT (WS-AVN-SUB) / 100
           ELSE
              MOVE SPACES TO OPY-DISC-DATE
              MOVE 0 TO OPY-DISC-AMOUNT
           END-IF.
           MOVE OPY-DUE-DATE TO WS-INV-DUE-DATE.
           WRITE OPEN-PAYABLE-RECORD.
           IF WS-OPY-COUNT < 10000
              ADD 1 TO WS-OPY-COUNT
              MOVE WS-INV-VENDOR TO TABLE-OPY-VENDOR (WS-OPY-COUNT)
              MOVE WS-INV-NUMBER TO TABLE-OPY-INVOICE (WS-OPY-COUNT)
           END-IF.

           PERFORM VARYING WS-LIN-SUB-2 FROM WS-LIN-SUB BY 1
              UNTIL WS-LIN-SUB-2 > WS-LIN-COUNT
              IF TABLE-LIN-VENDOR (WS-LIN-SUB-2) = WS-INV-VENDOR
                 AND TABLE-LIN-INVOICE (WS-LIN-SUB-2) = WS-INV-NUMBER
                 MOVE SPACES TO BILLED-LINE-RECORD
                 MOVE WS-INV-VENDOR   TO BLN-VENDOR-ID
                 MOVE WS-INV-NUMBER   TO BLN-INVOICE-NUMBER
                 MOVE TABLE-LIN-PO (WS-LIN-SUB-2)      TO BLN-PO-NUMBER
                 MOVE TABLE-LIN-PRODUCT (WS-LIN-SUB-2) TO BLN-PRODUCT-ID
                 MOVE TABLE-LIN-QTY (WS-LIN-SUB-2)     TO BLN-QTY
                 MOVE TABLE-LIN-COST (WS-LIN-SUB-2)    TO BLN-UNIT-COST
                 MOVE WS-RUN-CCYYMMDD TO BLN-POSTED-DATE
                 WRITE BILLED-LINE-RECORD
                 PERFORM 1410-FIND-BILLED-ENTRY
                 ADD BLN-QTY TO TABLE-BIL-QTY (WS-BIL-SUB)
              END-IF
           END-PERFORM.

           MOVE SPACES TO GL-POSTING-RECORD.
           MOVE WS-RUN-DATE (1:6) TO GLP-RUN-DATE.
           MOVE WS-GL-PERIOD      TO GLP-PERIOD.
           MOVE WS-INV-AMOUNT     TO GLP-AMOUNT.
           STRING "AP INV " WS-INV-VENDOR " " WS-INV-NUMBER
             DELIMITED BY SIZE INTO GLP-DESCRIPTION.
           MOVE WS-GL-INVENTORY-ACCT TO GLP-ACCOUNT.
           MOVE "D" TO GLP-DR-CR.
           WRITE GL-POSTING-RECORD.
           MOVE WS-GL-AP-ACCT TO GLP-ACCOUNT.
           MOVE "C" TO GLP-DR-CR.
           WRITE GL-POSTING-RECORD.

       7000-LIST-INVOICE.
      * ONE LINE PER INVOICE LINE, THEN THE INVOICE'S RESULT.
           PERFORM VARYING WS-LIN-SUB-2 FROM WS-LIN-SUB BY 1
              UNTIL WS-LIN-SUB-2 > WS-LIN-COUNT
              IF TABLE-LIN-VENDOR (WS-LIN-SUB-2) = WS-INV-VENDOR
                 AND TABLE-LIN-INVOICE (WS-LIN-SUB-2) = WS-INV-NUMBER
                 MOVE SPACES TO DETAIL-LINE-INVOICE
                 MOVE WS-INV-VENDOR TO DTL-VENDOR
                 MOVE WS-INV-NUMBER TO DTL-INVOICE
                 MOVE TABLE-LIN-PO (WS-LIN-SUB-2)      TO DTL-PO-NUMBER
                 MOVE TABLE-LIN-PRODUCT (WS-LIN-SUB-2) TO DTL-PRODUCT
                 MOVE TABLE-LIN-RECEIVED (WS-LIN-SUB-2)
                   TO DTL-RECEIVED
                 MOVE TABLE-LIN-PO-COST (WS-LIN-SUB-2) TO DTL-PO-COST
                 MOVE 0 TO DTL-BILLED DTL-UNIT-COST DTL-EXTENDED
                 IF TABLE-LIN-QTY (WS-LIN-SUB-2) NUMERIC
                    AND TABLE-LIN-COST (WS-LIN-SUB-2) NUMERIC
                    MOVE TABLE-LIN-QTY (WS-LIN-SUB-2)  TO DTL-BILLED
                    MOVE TABLE-LIN-COST (WS-LIN-SUB-2)
                      TO DTL-UNIT-COST
                    COMPUTE WS-LINE-EXTENSION =
                        TABLE-LIN-QTY (WS-LIN-SUB-2)
                        * TABLE-LIN-COST (WS-LIN-SUB-2)
                    MOVE WS-LINE-EXTENSION TO DTL-EXTENDED
                 END-IF
                 IF TABLE-LIN-REASON (WS-LIN-SUB-2) NOT = SPACES
                    MOVE TABLE-LIN-REASON (WS-LIN-SUB-2)
                      TO DTL-DISPOSITION
                 ELSE
                    IF TABLE-LIN-WAS-HELD (WS-LIN-SUB-2)
                       MOVE "MATCHED (RETRIED FROM HOLD)"
                         TO DTL-DISPOSITION
                    ELSE
                       MOVE "MATCHED" TO DTL-DISPOSITION
                    END-IF
                 END-IF
                 PERFORM 7500-WRITE-LISTING-LINE
              END-IF
           END-PERFORM.
           MOVE SPACES TO INVOICE-TOTAL-LINE.
           MOVE WS-INV-NUMBER TO INV-TOTAL-NUMBER.
           MOVE WS-INV-AMOUNT TO INV-TOTAL-AMOUNT.
           IF WS-AVN-SUB NOT > WS-AVN-COUNT
              MOVE TABLE-AVN-NAME (WS-AVN-SUB) TO INV-TOTAL-NAME
           END-IF.
           EVALUATE TRUE
              WHEN INVOICE-MATCHED
                 MOVE "DUE: "      TO INV-TOTAL-LABEL
                 MOVE WS-INV-DUE-DATE TO INV-TOTAL-DUE
                 MOVE "POSTED TO OPEN PAYABLES" TO INV-TOTAL-RESULT
              WHEN INVOICE-HELD
                 IF WS-INV-REASON NOT = SPACES
                    MOVE WS-INV-REASON TO INV-TOTAL-RESULT
                 ELSE
                    MOVE "** INVOICE HELD - SEE LINES" TO
                         INV-TOTAL-RESULT
                 END-IF
                 PERFORM 7100-HOLD-INVOICE-LINES
              WHEN OTHER
                 IF WS-INV-REASON NOT = SPACES
                    MOVE WS-INV-REASON TO INV-TOTAL-RESULT
                 ELSE
                    MOVE "*** INVOICE REJECTED ***" TO
                         INV-TOTAL-RESULT
                 END-IF
           END-EVALUATE.
           add 1 to WS-LINE-COUNT.
           write INVOICE-REGISTER-RECORD from INVOICE-TOTAL-LINE
             after advancing 01 lines.
           add 1 to WS-LINE-COUNT.
           MOVE SPACES TO INVOICE-REGISTER-RECORD.
           write INVOICE-REGISTER-RECORD after advancing 01 lines.

       7100-HOLD-INVOICE-LINES.
      * A HELD INVOICE'S LINES ARE MARKED FOR THE NEW HOLD FILE.
           PERFORM VARYING WS-LIN-SUB-2 FROM WS-LIN-SUB BY 1
              UNTIL WS-LIN-SUB-2 > WS-LIN-COUNT
              IF TABLE-LIN-VENDOR (WS-LIN-SUB-2) = WS-INV-VENDOR
                 AND TABLE-LIN-INVOICE (WS-LIN-SUB-2) = WS-INV-NUMBER
                 MOVE "P" TO TABLE-LIN-DONE-SW (WS-LIN-SUB-2)
              END-IF
           END-PERFORM.

       7500-WRITE-LISTING-LINE.
           MOVE SPACE TO DTL-CC.
           add 1 to WS-LINE-COUNT.
           if WS-LINE-COUNT > 50
              PERFORM 8000-WRITE-HEADINGS.
           write INVOICE-REGISTER-RECORD from DETAIL-LINE-INVOICE
             after advancing 01 lines.

       8000-WRITE-HEADINGS.
           add 1 to WS-PAGE-COUNT.
           move WS-PAGE-COUNT TO PAGE-HDG-01-PAGE.
           WRITE INVOICE-REGISTER-RECORD FROM WS-REPORT-RULER
             after advancing page.
           WRITE INVOICE-REGISTER-RECORD
            FROM PAGE-HDG-01 after advancing 01 LINES.
           WRITE INVOICE-REGISTER-RECORD
            FROM PAGE-HDG-02 after advancing 01 LINES.
           WRITE INVOICE-REGISTER-RECORD
            FROM PAGE-HDG-03 AFTER ADVANCING 02 LINES.
           MOVE 4 TO WS-LINE-COUNT.

       9000-CREATE-LISTING-TOTAL-LINE.
           MOVE WS-INVOICES-READ     TO TOTAL-READ.
           MOVE WS-INVOICES-POSTED   TO TOTAL-POSTED.
           MOVE WS-INVOICES-HELD     TO TOTAL-HELD.
           MOVE WS-INVOICES-REJECTED TO TOTAL-REJECTED.
           MOVE WS-AMOUNT-POSTED     TO TOTAL-AMOUNT.
           write INVOICE-REGISTER-RECORD from DETAIL-LINE-LINE
             AFTER ADVANCING 01 LINES.
           write INVOICE-REGISTER-RECORD from TOTALS-LINE
             AFTER ADVANCING 02 LINES.
           write INVOICE-REGISTER-RECORD from WS-REPORT-RULER
             after advancing 02 LINES.

       9600-WRITE-HOLD-FILE.
      * THE HOLD FILE IS REWRITTEN WITH WHAT IS STILL HELD - AN
      * EMPTY FILE WHEN EVERYTHING CLEARED.
           OPEN OUTPUT INVOICE-HOLD-FILE.
           PERFORM VARYING WS-LIN-SUB FROM 1 BY 1
              UNTIL WS-LIN-SUB > WS-LIN-COUNT
              IF TABLE-LIN-TO-HOLD (WS-LIN-SUB)
                 MOVE TABLE-LIN-RECORD (WS-LIN-SUB)
                   TO INVOICE-HOLD-RECORD
                 WRITE INVOICE-HOLD-RECORD
              END-IF
           END-PERFORM.
           CLOSE INVOICE-HOLD-FILE.

       9700-SET-APPLIED-FILE-ASIDE.
      * THE APPLIED FILE IS RENAMED ASIDE, TIME-STAMPED, SO THE SAME
      * INVOICES CANNOT POST TWICE.
           ACCEPT WS-RUN-TIME FROM TIME.
           MOVE SPACES TO WS-APPLIED-ASIDE-PATH.
           STRING FUNCTION TRIM(WS-VENDOR-INVOICE-PATH)
                  ".P" DELIMITED BY SIZE
                  WS-RUN-DATE (1:6) DELIMITED BY SIZE
                  WS-RUN-TIME (1:4) DELIMITED BY SIZE
             INTO WS-APPLIED-ASIDE-PATH.
           CALL "CBL_RENAME_FILE" USING WS-VENDOR-INVOICE-PATH
                                        WS-APPLIED-ASIDE-PATH
                RETURNING WS-RENAME-RESULT.
           IF WS-RENAME-RESULT NOT = 0
              DISPLAY "APINVRB: COULD NOT SET APPLIED FILE ASIDE, "
                  "RESULT = " WS-RENAME-RESULT
              DISPLAY "APINVRB: MOVE " WS-VENDOR-INVOICE-PATH
                  " ASIDE BY HAND BEFORE THE NEXT INVOICE RUN"
              MOVE 08 TO RETURN-CODE
           END-IF.

       9900-WRITE-AUDIT-RECORD.
      * APPEND ONE SUMMARY LINE FOR THIS RUN TO THE SHARED OPERATIONS
      * AUDIT TRAIL, MIRRORING THE PROGRAM TOTALS DISPLAYED ABOVE.
           ACCEPT WS-RUN-TIME FROM TIME.
           MOVE "APINVRB"           TO AUD-PROGRAM-NAME.
           MOVE WS-RUN-DATE         TO AUD-RUN-DATE.
           MOVE WS-RUN-TIME         TO AUD-RUN-TIME.
           MOVE WS-INVOICES-READ    TO AUD-RECORDS-READ.
           MOVE WS-INVOICES-POSTED  TO AUD-RECORDS-WRITTEN.
           MOVE SPACES              TO AUD-KEY-TOTALS.
           MOVE "AMT="              TO AUD-KEY-TOTALS(1:4).
           MOVE WS-AMOUNT-POSTED-FMT TO AUD-KEY-TOTALS(5:14).
           MOVE "HELD="             TO AUD-KEY-TOTALS(20:5).
           MOVE WS-INVOICES-HELD    TO AUD-KEY-TOTALS(25:4).
           IF RETURN-CODE = 0
              MOVE "OK" TO AUD-COMPLETION-STATUS
           ELSE
              MOVE "ER" TO AUD-COMPLETION-STATUS
           END-IF.
           WRITE AUDIT-TRAIL-RECORD FROM AUDIT-TRAIL-LINE.
