       IDENTIFICATION DIVISION.
       PROGRAM-ID.    COMCOLRB.
       AUTHOR.        RYAN BROOKS
      * COMMISSION ON COLLECTIONS AND CHARGEBACKS.  SALESSUM PAYS 5%
      * ON BOOKED SALES, SO A REP KEPT THE COMMISSION ON AN ORDER THE
      * CUSTOMER NEVER PAID FOR.  THIS PROGRAM FOLLOWS EVERY BILLED
      * ORDER THROUGH TO THE CASH:
      *
      *   BILLED.DAT  - REPORTSRB TIES EACH ORDER TO THE INVOICE IT
      *                 BILLED ON, WITH THE ORDER'S USD VALUE AND ITS
      *                 SALESPEOPLE'S PERCENT SHARES.
      *   CASHHIST.DAT- EVERY PAYMENT CASHAPRB APPLIED TO AN INVOICE
      *                 (AND WHETHER IT CLOSED IT), AND EVERY WRITE-
      *                 OFF ARADJRB TOOK.
      *   COMMLEDG.DAT- ONE LINE PER INVOICE AND REP, CARRIED FROM
      *                 MONTH TO MONTH: THE COMMISSION THE REP'S SHARE
      *                 OF THE INVOICE CAN EARN AND WHAT HAS BEEN PAID
      *                 ON IT SO FAR.
      *
      * EACH REP EARNS ON THEIR SHARE OF THE CASH APPLIED TO THE
      * INVOICE (CASH TIMES THEIR SHARE OF THE INVOICE TOTAL), UP TO
      * THE COMMISSION ON THEIR SHARE.  OPS-COMMISSION-BASIS PICKS
      * WHEN A NEW INVOICE'S COMMISSION IS FIRST PAID:
      *
      *   BOOKED      - (DEFAULT) SALESSUM ALREADY PAID IT ON THE
      *                 BOOKING, SO IT GOES ON THE LEDGER FULLY PAID.
      *   COLLECTED   - SALESSUM PAYS NOTHING; IT IS EARNED HERE AS
      *                 THE CASH COMES IN.
      *
      * EITHER WAY, AN INVOICE WRITTEN OFF, OR STILL NOT PAID OFF 120
      * DAYS AFTER ITS INVOICE DATE, CHARGES BACK WHATEVER HAS BEEN
      * PAID PAST THE COMMISSION ON THE CASH ACTUALLY COLLECTED.  IF
      * THE CUSTOMER PAYS LATER, THE REP EARNS IT BACK.
      *
      * ONE EARNED RECORD AND ONE CHARGEBACK RECORD (TYPE C) PER REP
      * ARE ADDED TO THE COMMISSION FILE SALESSUM JUST WROTE, SO RUN
      * SALESSUM, THEN THIS, THEN COMMPYRB - WHICH PAYS THE EARNINGS
      * AND TAKES THE CHARGEBACKS OFF PAYROLL OR THE REP'S 1099.
      *
      * COMCOLRB-PERIOD (CCYYMM) IS THE MONTH TO RUN - DEFAULT LAST
      * MONTH.  A RERUN OF THE SAME MONTH FINDS NOTHING NEW TO PAY;
      * A MONTH BEFORE THE LAST ONE RUN (COMCOLCT.DAT) IS REFUSED
      * WITH A RETURN CODE OF 16.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BILLED-ORDER-FILE ASSIGN DYNAMIC
                 WS-BILLED-ORDER-PATH
             organization is line sequential
             file status is WS-BILLED-ORDER-STATUS.
           SELECT OPEN-INVOICE-FILE ASSIGN DYNAMIC
                 WS-OPEN-INVOICE-PATH
             organization is indexed
             access is dynamic
             record key is OPNINV-NUMBER
             file status is WS-OPEN-INVOICE-STATUS.
           SELECT CASH-HISTORY-FILE ASSIGN DYNAMIC
                 WS-CASH-HISTORY-PATH
             organization is line sequential
             file status is WS-CASH-HISTORY-STATUS.
           SELECT COMMISSION-LEDGER ASSIGN DYNAMIC
                 WS-COMMISSION-LEDGER-PATH
             organization is line sequential
             file status is WS-COMMISSION-LEDGER-STATUS.
           SELECT CONTROL-FILE ASSIGN DYNAMIC
                 WS-CONTROL-PATH
             organization is line sequential
             file status is WS-CONTROL-STATUS.
           SELECT COMMISSION-FILE-OUT ASSIGN DYNAMIC
                 WS-COMMISSION-OUT-PATH
             organization is line sequential
             file status is WS-COMMISSION-OUT-STATUS.
           SELECT COLLECTION-REPORT
             ASSIGN DYNAMIC WS-COLLECTION-REPORT-PATH
             organization is LINE sequential
             file status is WS-COLLECTION-REPORT-STATUS.
           SELECT AUDIT-TRAIL-FILE ASSIGN DYNAMIC
                 WS-AUDIT-TRAIL-PATH
             organization is line sequential
             file status is WS-AUDIT-TRAIL-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  BILLED-ORDER-FILE
           RECORDING MODE IS F
           DATA RECORD IS BILLED-ORDER-RECORD.
      * SAME LAYOUT REPORTSRB WRITES.  A LINE FROM BEFORE THE INVOICE
      * WAS CARRIED HAS ONLY THE ORDER NUMBER AND IS PASSED OVER.
       01 BILLED-ORDER-RECORD.
           05  BLD-ORDER-NUMBER         PIC X(06).
           05  BLD-INVOICE-NUMBER       PIC X(06).
           05  BLD-ORDER-USD            PIC 9(08)V99.
           05  BLD-SPLIT-DATA.
               10  BLD-SPLIT-ENTRY OCCURS 3 TIMES.
                   15  BLD-SALES-ID     PIC X(03).
                   15  BLD-SALES-PCT    PIC 9(03).

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
           05  OPNINV-CURRENCY          PIC X(03).
           05  OPNINV-ORIG-AMOUNT       PIC 9(08)V99.
           05  OPNINV-ORIG-PAID         PIC 9(08)V99.
           05  OPNINV-TYPE              PIC X(01).
               88 OPNINV-FINANCE-CHARGE    VALUE "F".
           05  OPNINV-TAX-JURIS         PIC X(06).
           05  OPNINV-TAX-STATUS        PIC X(01).
               88 OPNINV-TAXED             VALUE "T".
               88 OPNINV-TAX-EXEMPT        VALUE "E".
           05  OPNINV-SALES-AMOUNT      PIC 9(08)V99.
           05  OPNINV-TAX-AMOUNT        PIC 9(08)V99.
           05  OPNINV-EXEMPT-CERT       PIC X(15).

       FD  CASH-HISTORY-FILE
           RECORDING MODE IS F
           DATA RECORD IS CASH-HISTORY-RECORD.
      * SAME LAYOUT CASHAPRB AND ARADJRB WRITE.  CSH-AMOUNT IS USD.
       01 CASH-HISTORY-RECORD.
           05  CSH-CUST-NUMBER          PIC X(06).
           05  CSH-INVOICE-NUMBER       PIC X(06).
           05  CSH-INVOICE-DATE         PIC X(08).
           05  CSH-PAID-DATE            PIC X(08).
           05  CSH-AMOUNT               PIC 9(08)V99.
           05  CSH-DAYS-TO-PAY          PIC 9(04).
           05  CSH-ENTRY-TYPE           PIC X(01).
               88 CSH-INVOICE-PAYMENT      VALUE "I" " ".
               88 CSH-ON-ACCOUNT-CASH      VALUE "A".
               88 CSH-ON-ACCOUNT-APPLIED   VALUE "O".
               88 CSH-CREDIT-MEMO          VALUE "C".
               88 CSH-DEBIT-MEMO           VALUE "D".
               88 CSH-WRITE-OFF            VALUE "W".
           05  CSH-CURRENCY             PIC X(03).
           05  CSH-ORIG-AMOUNT          PIC 9(08)V99.
           05  CSH-INVOICE-CLOSED       PIC X(01).
               88 CSH-CLOSED-INVOICE       VALUE "Y".

       FD  COMMISSION-LEDGER
           RECORDING MODE IS F
           DATA RECORD IS COMMISSION-LEDGER-RECORD.
      * ONE LINE PER INVOICE AND REP.  LDG-BASIS IS THE MOST THE
      * REP'S SHARE CAN EARN; LDG-PAID IS WHAT HAS BEEN PAID ON IT,
      * NET OF CHARGEBACKS.  LDG-STATUS C MEANS IT WAS CHARGED BACK.
       01 COMMISSION-LEDGER-RECORD.
           05  LDG-INVOICE-NUMBER       PIC X(06).
           05  LDG-SALES-ID             PIC X(03).
           05  LDG-INVOICE-DATE         PIC X(08).
           05  LDG-BASIS                PIC 9(06)V99.
           05  LDG-PAID                 PIC 9(06)V99.
           05  LDG-STATUS               PIC X(01).
               88 LDG-CHARGED-BACK         VALUE "C".

       FD  CONTROL-FILE
           RECORDING MODE IS F
           DATA RECORD IS CONTROL-RECORD.
       01 CONTROL-RECORD.
           05  CTL-LAST-PERIOD          PIC 9(06).

       FD  COMMISSION-FILE-OUT
           RECORDING MODE IS F
           DATA RECORD IS COMMISSION-RECORD-OUT.
      * SAME LAYOUT SALESSUM WRITES.
       01 COMMISSION-RECORD-OUT.
           05  COMMISSION-ID-OUT        PIC X(03).
           05  COMMISSION-NAME-OUT      PIC X(15).
           05  COMMISSION-SALES-AMT-OUT PIC 9(06)V99.
           05  COMMISSION-AMT-OUT       PIC 9(06)V99.
           05  COMMISSION-TYPE-OUT      PIC X(01).

       FD  COLLECTION-REPORT
           RECORDING MODE IS F
           DATA RECORD IS COLLECTION-REPORT-RECORD.
       01 COLLECTION-REPORT-RECORD       PIC X(133).

       FD  AUDIT-TRAIL-FILE
           RECORDING MODE IS F
           DATA RECORD IS AUDIT-TRAIL-RECORD.
       01 AUDIT-TRAIL-RECORD             PIC X(89).

       WORKING-STORAGE SECTION.
      * FILE PATHS - DEFAULT TO THE PATHS BELOW, BUT CAN BE OVERRIDDEN
      * AT RUN TIME BY SETTING THE MATCHING ENVIRONMENT VARIABLE
      * BEFORE STARTING THE PROGRAM (SEE 0500-GET-FILE-PATHS):
        01 WS-FILE-PATHS.
           05 WS-BILLED-ORDER-PATH      PIC X(80)
                VALUE "C:\Users\Ryan\Desktop\BILLED.DAT".
           05 WS-OPEN-INVOICE-PATH      PIC X(80)
                VALUE "C:\Users\Ryan\Desktop\OPENINV.DAT".
           05 WS-CASH-HISTORY-PATH      PIC X(80)
                VALUE "C:\Users\Ryan\Desktop\CASHHIST.DAT".
           05 WS-COMMISSION-LEDGER-PATH PIC X(80)
                VALUE "C:\Users\Ryan\Desktop\COMMLEDG.DAT".
           05 WS-CONTROL-PATH           PIC X(80)
                VALUE "C:\Users\Ryan\Desktop\COMCOLCT.DAT".
           05 WS-COMMISSION-OUT-PATH    PIC X(80)
                VALUE "C:\Users\Ryan\Downloads\COMMISSNOUT.DAT".
           05 WS-COLLECTION-REPORT-PATH PIC X(80)
                VALUE "C:\Users\Ryan\Desktop\COMCOL.rpt".
           05 WS-AUDIT-TRAIL-PATH       PIC X(80)
                VALUE "C:\Users\Ryan\Desktop\OPS-AUDIT-TRAIL.LOG".
           05 WS-ENV-PATH-OVERRIDE      PIC X(80).

      * File status
        COPY "FILESTAT.cpy" REPLACING
            ==STATUS-FIELD==   BY ==WS-OPEN-INVOICE-STATUS==
            ==STATUS-OK==      BY ==OPEN-INVOICE-SUCCESSFUL==
            ==STATUS-EOF==     BY ==END-OF-OPEN-INVOICE==
            ==STATUS-INVALID== BY ==INVALID-VALUE-IN-FILE==.
        01 WS-BILLED-ORDER-STATUS       pic X(02).
           88 BILLED-ORDER-FILE-OK         VALUE "00".
           88 END-OF-BILLED-ORDERS         VALUE "10".
        01 WS-CASH-HISTORY-STATUS       pic X(02).
           88 CASH-HISTORY-FILE-OK         VALUE "00".
           88 END-OF-CASH-HISTORY          VALUE "10".
        01 WS-COMMISSION-LEDGER-STATUS  pic X(02).
           88 COMMISSION-LEDGER-OK         VALUE "00".
           88 END-OF-COMMISSION-LEDGER     VALUE "10".
        01 WS-CONTROL-STATUS            pic X(02).
           88 CONTROL-FILE-OK              VALUE "00".
        01 WS-COMMISSION-OUT-STATUS     pic X(02).
           88 GOOD-COMMISSION-WRITE        VALUE "00".
        01 WS-COLLECTION-REPORT-STATUS  pic X(02).
           88 GOOD-COLLECTION-WRITE        VALUE "00".
        01 WS-AUDIT-TRAIL-STATUS        pic X(02).
           88 GOOD-AUDIT-TRAIL-WRITE       VALUE "00".

      * RUN SETTINGS - THE MONTH BEING PAID, ITS FIRST AND LAST DAYS,
      * AND THE RATE AND AGE LIMIT COMMISSION IS FIGURED ON.
        01 WS-RUN-CCYYMMDD              PIC 9(08) VALUE 0.
        01 WS-PERIOD                    PIC 9(06) VALUE 0.
        01 WS-PERIOD-CCYY               PIC 9(04) VALUE 0.
        01 WS-PERIOD-MM                 PIC 9(02) VALUE 0.
        01 WS-PERIOD-START              PIC 9(08) VALUE 0.
        01 WS-PERIOD-START-X REDEFINES WS-PERIOD-START PIC X(08).
        01 WS-PERIOD-END                PIC 9(08) VALUE 0.
        01 WS-PERIOD-END-X REDEFINES WS-PERIOD-END PIC X(08).
        01 WS-PERIOD-END-DAY-NUMBER     PIC 9(07) VALUE 0.
        01 WS-NEXT-MONTH-START          PIC 9(08) VALUE 0.
        01 WS-INVOICE-DAY-NUMBER        PIC 9(07) VALUE 0.
        01 WS-DAYS-OUTSTANDING          PIC S9(07) VALUE 0.
        01 WS-CHARGEBACK-DAYS           PIC 9(03) VALUE 120.
        01 WS-COMMISSION-PCT            PIC 9V999 VALUE 0.050.
        01 WS-COMMISSION-BASIS          PIC X(09) VALUE "BOOKED".
           88 COMMISSION-ON-BOOKINGS       VALUE "BOOKED".
           88 COMMISSION-ON-COLLECTIONS    VALUE "COLLECTED".
        01 WS-ENV-STAGING               PIC X(16) VALUE SPACES.
        01 WS-RUN-RC                    PIC 9(02) VALUE 0.

      * ONE ROW PER INVOICE BILLED FROM AN ORDER: WHAT IT COST THE
      * CUSTOMER, AND THE CASH AND WRITE-OFFS AGAINST IT THROUGH THE
      * END OF THE PERIOD.
        01 WS-INV-COUNT                 PIC 9(04) VALUE 0.
        01 WS-INV-SUB                   PIC 9(04) VALUE 0.
        01 WS-INVOICE-TABLE.
           05 INV-TABLE-ENTRY OCCURS 0 TO 4000 TIMES
                 DEPENDING ON WS-INV-COUNT.
              10 TABLE-INV-NUMBER       PIC X(06).
              10 TABLE-INV-DATE         PIC X(08).
              10 TABLE-INV-AMOUNT       PIC 9(08)V99.
              10 TABLE-INV-CASH         PIC 9(08)V99.
              10 TABLE-INV-PERIOD-CASH  PIC 9(08)V99.
              10 TABLE-INV-FOUND-SW     PIC X(01).
                 88 TABLE-INV-ON-FILE      VALUE "Y".
              10 TABLE-INV-CLOSED-SW    PIC X(01).
                 88 TABLE-INV-PAID-OFF     VALUE "Y".
              10 TABLE-INV-WRITTEN-OFF-SW PIC X(01).
                 88 TABLE-INV-WRITTEN-OFF  VALUE "Y".

      * THE LEDGER, LOADED AT STARTUP AND WRITTEN BACK AT THE END,
      * WITH EACH REP'S USD SHARE OF THE INVOICE FROM BILLED.DAT.
        01 WS-LDG-COUNT                 PIC 9(05) VALUE 0.
        01 WS-LDG-SUB                   PIC 9(05) VALUE 0.
        01 WS-LEDGER-TABLE.
           05 LDG-TABLE-ENTRY OCCURS 0 TO 12000 TIMES
                 DEPENDING ON WS-LDG-COUNT.
              10 TABLE-LDG-INVOICE      PIC X(06).
              10 TABLE-LDG-SALES-ID     PIC X(03).
              10 TABLE-LDG-INV-DATE     PIC X(08).
              10 TABLE-LDG-BASIS        PIC 9(06)V99.
              10 TABLE-LDG-PAID         PIC 9(06)V99.
              10 TABLE-LDG-STATUS       PIC X(01).
              10 TABLE-LDG-SHARE-USD    PIC 9(08)V99.
              10 TABLE-LDG-NEW-SW       PIC X(01).
                 88 TABLE-LDG-NEW          VALUE "Y".
              10 TABLE-LDG-INV-SUB      PIC 9(04).

      * ONE ROW PER REP EARNING OR CHARGED BACK THIS PERIOD.
        01 WS-REP-COUNT                 PIC 9(03) VALUE 0.
        01 WS-REP-SUB                   PIC 9(03) VALUE 0.
        01 WS-REP-TABLE.
           05 REP-TABLE-ENTRY OCCURS 0 TO 300 TIMES
                 DEPENDING ON WS-REP-COUNT.
              10 TABLE-REP-SALES-ID     PIC X(03).
              10 TABLE-REP-CASH         PIC 9(08)V99.
              10 TABLE-REP-EARNED       PIC 9(06)V99.
              10 TABLE-REP-CB-SALES     PIC 9(08)V99.
              10 TABLE-REP-CHARGED-BACK PIC 9(06)V99.

      * WORK FIELDS FOR ONE LEDGER LINE.
        01 WS-SPLIT-SUB                 PIC 9(01) VALUE 0.
        01 WS-SHARE-USD                 PIC 9(08)V99 VALUE 0.
        01 WS-REP-CASH                  PIC 9(08)V99 VALUE 0.
        01 WS-REP-PERIOD-CASH           PIC 9(08)V99 VALUE 0.
        01 WS-EARNED-TO-DATE            PIC 9(06)V99 VALUE 0.
        01 WS-EARNED                    PIC 9(06)V99 VALUE 0.
        01 WS-CHARGEBACK                PIC 9(06)V99 VALUE 0.
        01 WS-CHARGEBACK-REASON         PIC X(20) VALUE SPACES.
        01 WS-CHARGEBACK-DUE-SW         PIC X(01) VALUE "N".
           88 CHARGEBACK-IS-DUE            VALUE "Y".

      * RUN COUNTERS.
        01 WS-BILLED-READ               PIC 9(06) VALUE 0.
        01 WS-BILLED-SKIPPED            PIC 9(06) VALUE 0.
        01 WS-CASH-READ                 PIC 9(07) VALUE 0.
        01 WS-INVOICES-MISSING          PIC 9(05) VALUE 0.
        01 WS-LEDGER-ADDED              PIC 9(05) VALUE 0.
        01 WS-LEDGER-WRITTEN            PIC 9(05) VALUE 0.
        01 WS-EARNINGS                  PIC 9(05) VALUE 0.
        01 WS-CHARGEBACKS               PIC 9(05) VALUE 0.
        01 WS-TOTAL-EARNED              PIC 9(08)V99 VALUE 0.
        01 WS-TOTAL-CHARGED-BACK        PIC 9(08)V99 VALUE 0.
        01 WS-RECORDS-OUT               PIC 9(05) VALUE 0.
        01 WS-AMOUNT-FORMAT             PIC $ZZZ,ZZ9.99.
        01 WS-COUNT-SHOWN               PIC ZZZZ9.
        01 WS-RUN-DATE                  PIC X(08).
        01 WS-RUN-TIME                  PIC 9(08) VALUE 0.
        COPY "AUDITTRL.cpy".
        COPY "LOOKUP.cpy".

       01  COL-HDG-01.
           05 COL-HDG-01-CC          PIC X(01) VALUE SPACE.
           05 FILLER                 PIC X(09) VALUE SPACES.
           05 FILLER                 PIC X(42)
              VALUE "COMMISSION ON COLLECTIONS".
           05 FILLER                 PIC X(08) VALUE "PERIOD: ".
           05 COL-HDG-01-PERIOD      PIC 9999/99.
           05 FILLER                 PIC X(10) VALUE SPACES.
           05 FILLER                 PIC X(10) VALUE "RUN DATE: ".
           05 COL-HDG-01-RUN-DATE    PIC 9999/99/99.
           05 FILLER                 PIC X(05) VALUE SPACES.
           05 FILLER                 PIC X(06) VALUE "PAGE: ".
           05 COL-HDG-01-PAGE        PIC ZZ9.
           05 FILLER                 PIC X(22) VALUE SPACES.
       01  COL-HDG-02.
           05 COL-HDG-02-CC          PIC X(01) VALUE SPACE.
           05 FILLER                 PIC X(09) VALUE SPACES.
           05 COL-HDG-02-TITLE       PIC X(60).
           05 FILLER                 PIC X(63) VALUE SPACES.

       01  INV-COLUMN-HDG.
           05 FILLER                 PIC X(01) VALUE SPACE.
           05 FILLER                 PIC X(09) VALUE SPACES.
           05 FILLER                 PIC X(08) VALUE "INVOICE".
           05 FILLER                 PIC X(12) VALUE "INV DATE".
           05 FILLER                 PIC X(05) VALUE "REP".
           05 FILLER                 PIC X(15)
              VALUE "      REP SHARE".
           05 FILLER                 PIC X(15)
              VALUE "   CASH TO DATE".
           05 FILLER                 PIC X(12)
              VALUE "  COMMISSION".
           05 FILLER                 PIC X(12)
              VALUE "      EARNED".
           05 FILLER                 PIC X(12)
              VALUE " CHARGE BACK".
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 FILLER                 PIC X(30) VALUE "REASON".

       01  INV-DETAIL-LINE.
           05 FILLER                 PIC X(01) VALUE SPACE.
           05 FILLER                 PIC X(09) VALUE SPACES.
           05 INV-DTL-INVOICE        PIC X(06).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 INV-DTL-DATE           PIC 9999/99/99.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 INV-DTL-SALES-ID       PIC X(03).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 INV-DTL-SHARE          PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 INV-DTL-CASH           PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 INV-DTL-BASIS          PIC ZZZ,ZZ9.99.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 INV-DTL-EARNED         PIC ZZZ,ZZ9.99 BLANK WHEN ZERO.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 INV-DTL-CHARGEBACK     PIC ZZZ,ZZ9.99 BLANK WHEN ZERO.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 INV-DTL-REASON         PIC X(20).
           05 FILLER                 PIC X(12) VALUE SPACES.

       01  REP-COLUMN-HDG.
           05 FILLER                 PIC X(01) VALUE SPACE.
           05 FILLER                 PIC X(09) VALUE SPACES.
           05 FILLER                 PIC X(05) VALUE "REP".
           05 FILLER                 PIC X(17) VALUE "NAME".
           05 FILLER                 PIC X(15)
              VALUE " CASH COLLECTED".
           05 FILLER                 PIC X(12)
              VALUE "      EARNED".
           05 FILLER                 PIC X(15)
              VALUE "  CHARGED SALES".
           05 FILLER                 PIC X(12)
              VALUE " CHARGE BACK".
           05 FILLER                 PIC X(47) VALUE SPACES.

       01  REP-DETAIL-LINE.
           05 FILLER                 PIC X(01) VALUE SPACE.
           05 FILLER                 PIC X(09) VALUE SPACES.
           05 REP-DTL-SALES-ID       PIC X(03).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 REP-DTL-NAME           PIC X(15).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 REP-DTL-CASH           PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 REP-DTL-EARNED         PIC ZZZ,ZZ9.99.
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 REP-DTL-CB-SALES       PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 REP-DTL-CHARGEBACK     PIC ZZZ,ZZ9.99.
           05 FILLER                 PIC X(48) VALUE SPACES.

       01  MESSAGE-LINE.
           05 FILLER                 PIC X(01) VALUE SPACE.
           05 FILLER                 PIC X(09) VALUE SPACES.
           05 MESSAGE-TEXT           PIC X(80).
           05 FILLER                 PIC X(43) VALUE SPACES.

       01  DETAIL-LINE-LINE.
           05 FILLER                 PIC X(10) VALUE SPACES.
           05 FILLER                 PIC X(116) VALUE ALL "_".
           05 FILLER                 PIC X(07) VALUE SPACES.

       01  PAGE-STUFF.
           05 WS-PAGE-COUNT           PIC 999 VALUE 0.
           05 WS-LINE-COUNT           PIC 99 VALUE 0.

       PROCEDURE DIVISION.

           DISPLAY "COMCOLRB FOR RYAN BROOKS".

           PERFORM 1000-INITIALIZE.
           PERFORM 1300-LOAD-LEDGER.
           PERFORM 2000-LOAD-BILLED-ORDERS.
           PERFORM 2500-READ-INVOICES.
           CLOSE OPEN-INVOICE-FILE.
           PERFORM 3000-LOAD-CASH-HISTORY.
           PERFORM 4000-SETTLE-LEDGER.
           PERFORM 5000-WRITE-COMMISSIONS.
           PERFORM 6000-WRITE-LEDGER.

           IF WS-INVOICES-MISSING > 0 AND WS-RUN-RC < 04
              MOVE 04 TO WS-RUN-RC
           END-IF.
           MOVE WS-RUN-RC TO RETURN-CODE.

           display "PERIOD PAID:                 " WS-PERIOD.
           display "COMMISSION BASIS:            " WS-COMMISSION-BASIS.
           display "BILLED ORDERS READ:          " WS-BILLED-READ.
           display "  BILLED BEFORE INVOICE KEPT:"
               WS-BILLED-SKIPPED.
           display "INVOICES TRACKED:            " WS-INV-COUNT.
           display "  NOT ON OPEN-INVOICE FILE:  "
               WS-INVOICES-MISSING.
           display "LEDGER LINES ADDED:          " WS-LEDGER-ADDED.
           display "EARNINGS:                    " WS-EARNINGS.
           MOVE WS-TOTAL-EARNED TO WS-AMOUNT-FORMAT.
           display "COMMISSION EARNED:     " WS-AMOUNT-FORMAT.
           display "CHARGEBACKS:                 " WS-CHARGEBACKS.
           MOVE WS-TOTAL-CHARGED-BACK TO WS-AMOUNT-FORMAT.
           display "COMMISSION CHARGED BACK: " WS-AMOUNT-FORMAT.

           PERFORM 9900-WRITE-AUDIT-RECORD.

           close COLLECTION-REPORT
                 AUDIT-TRAIL-FILE.

           GOBACK.

       0500-GET-FILE-PATHS.
      * OVERRIDE THE DEFAULT FILE PATHS IF THE MATCHING ENVIRONMENT
      * VARIABLE HAS BEEN SET:
           ACCEPT WS-ENV-PATH-OVERRIDE FROM ENVIRONMENT
                  "COMCOLRB-BILLED-ORDER-FILE".
           IF WS-ENV-PATH-OVERRIDE NOT = SPACES
              MOVE WS-ENV-PATH-OVERRIDE TO WS-BILLED-ORDER-PATH
           END-IF.
           ACCEPT WS-ENV-PATH-OVERRIDE FROM ENVIRONMENT
                  "COMCOLRB-OPEN-INVOICE-FILE".
           IF WS-ENV-PATH-OVERRIDE NOT = SPACES
              MOVE WS-ENV-PATH-OVERRIDE TO WS-OPEN-INVOICE-PATH
           END-IF.
           ACCEPT WS-ENV-PATH-OVERRIDE FROM ENVIRONMENT
                  "COMCOLRB-CASH-HISTORY-FILE".
           IF WS-ENV-PATH-OVERRIDE NOT = SPACES
              MOVE WS-ENV-PATH-OVERRIDE TO WS-CASH-HISTORY-PATH
           END-IF.
           ACCEPT WS-ENV-PATH-OVERRIDE FROM ENVIRONMENT
                  "COMCOLRB-LEDGER-FILE".
           IF WS-ENV-PATH-OVERRIDE NOT = SPACES
              MOVE WS-ENV-PATH-OVERRIDE TO WS-COMMISSION-LEDGER-PATH
           END-IF.
           ACCEPT WS-ENV-PATH-OVERRIDE FROM ENVIRONMENT
                  "COMCOLRB-CONTROL-FILE".
           IF WS-ENV-PATH-OVERRIDE NOT = SPACES
              MOVE WS-ENV-PATH-OVERRIDE TO WS-CONTROL-PATH
           END-IF.
           ACCEPT WS-ENV-PATH-OVERRIDE FROM ENVIRONMENT
                  "COMCOLRB-COMMISSION-FILE".
           IF WS-ENV-PATH-OVERRIDE NOT = SPACES
              MOVE WS-ENV-PATH-OVERRIDE TO WS-COMMISSION-OUT-PATH
           END-IF.
           ACCEPT WS-ENV-PATH-OVERRIDE FROM ENVIRONMENT
                  "COMCOLRB-REPORT-FILE".
           IF WS-ENV-PATH-OVERRIDE NOT = SPACES
              MOVE WS-ENV-PATH-OVERRIDE TO WS-COLLECTION-REPORT-PATH
           END-IF.
           ACCEPT WS-ENV-PATH-OVERRIDE FROM ENVIRONMENT
                  "COMCOLRB-AUDIT-TRAIL-FILE".
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
           PERFORM 1200-CHECK-LAST-PERIOD.
           OPEN INPUT OPEN-INVOICE-FILE.
           IF NOT OPEN-INVOICE-SUCCESSFUL
              DISPLAY "COMCOLRB: UNABLE TO OPEN OPEN-INVOICE FILE, "
                  "STATUS = " WS-OPEN-INVOICE-STATUS
              MOVE 16 TO RETURN-CODE
              PERFORM 9900-WRITE-AUDIT-RECORD
              CLOSE AUDIT-TRAIL-FILE
              GOBACK
           END-IF.
           OPEN OUTPUT COLLECTION-REPORT.
           IF NOT GOOD-COLLECTION-WRITE
              DISPLAY "COMCOLRB: UNABLE TO OPEN COLLECTION REPORT, "
                  "STATUS = " WS-COLLECTION-REPORT-STATUS
              MOVE 16 TO RETURN-CODE
              PERFORM 9900-WRITE-AUDIT-RECORD
              CLOSE AUDIT-TRAIL-FILE
              GOBACK
           END-IF.

       1100-GET-RUN-SETTINGS.
      * COMMISSION IS PAID FOR LAST MONTH UNLESS TOLD OTHERWISE.
           COMPUTE WS-RUN-CCYYMMDD =
               FUNCTION NUMVAL (WS-RUN-DATE (1:6)) + 20000000.
           DIVIDE WS-RUN-CCYYMMDD BY 10000 GIVING WS-PERIOD-CCYY.
           COMPUTE WS-PERIOD-MM =
               FUNCTION MOD (WS-RUN-CCYYMMDD / 100, 100).
           IF WS-PERIOD-MM = 1
              MOVE 12 TO WS-PERIOD-MM
              SUBTRACT 1 FROM WS-PERIOD-CCYY
           ELSE
              SUBTRACT 1 FROM WS-PERIOD-MM
           END-IF.
           COMPUTE WS-PERIOD = WS-PERIOD-CCYY * 100 + WS-PERIOD-MM.
           MOVE SPACES TO WS-ENV-STAGING.
           ACCEPT WS-ENV-STAGING FROM ENVIRONMENT "COMCOLRB-PERIOD".
           IF WS-ENV-STAGING (1:6) IS NUMERIC
              MOVE WS-ENV-STAGING (1:6) TO WS-PERIOD
           END-IF.
           MOVE SPACES TO WS-COMMISSION-BASIS.
           ACCEPT WS-COMMISSION-BASIS FROM ENVIRONMENT
                  "OPS-COMMISSION-BASIS".
           IF NOT COMMISSION-ON-COLLECTIONS
              MOVE "BOOKED" TO WS-COMMISSION-BASIS
           END-IF.
      * THE PERIOD RUNS FROM THE FIRST OF THE MONTH TO THE DAY BEFORE
      * THE FIRST OF THE NEXT.
           DIVIDE WS-PERIOD BY 100 GIVING WS-PERIOD-CCYY.
           COMPUTE WS-PERIOD-MM = FUNCTION MOD (WS-PERIOD, 100).
           COMPUTE WS-PERIOD-START = WS-PERIOD * 100 + 1.
           IF WS-PERIOD-MM = 12
              COMPUTE WS-NEXT-MONTH-START =
                  (WS-PERIOD-CCYY + 1) * 10000 + 101
           ELSE
              COMPUTE WS-NEXT-MONTH-START = WS-PERIOD-START + 100
           END-IF.
           COMPUTE WS-PERIOD-END-DAY-NUMBER =
               FUNCTION INTEGER-OF-DATE (WS-NEXT-MONTH-START) - 1.
           COMPUTE WS-PERIOD-END =
               FUNCTION DATE-OF-INTEGER (WS-PERIOD-END-DAY-NUMBER).
           MOVE WS-PERIOD       TO COL-HDG-01-PERIOD.
           MOVE WS-RUN-CCYYMMDD TO COL-HDG-01-RUN-DATE.

       1200-CHECK-LAST-PERIOD.
      * GOING BACK TO AN EARLIER MONTH WOULD SEE LESS CASH THAN HAS
      * ALREADY BEEN PAID ON AND CHARGE IT BACK - REFUSE IT.
           OPEN INPUT CONTROL-FILE.
           IF CONTROL-FILE-OK
              READ CONTROL-FILE
                 AT END
                    MOVE 0 TO CTL-LAST-PERIOD
              END-READ
              CLOSE CONTROL-FILE
              IF CTL-LAST-PERIOD IS NUMERIC
                 AND CTL-LAST-PERIOD > WS-PERIOD
                 DISPLAY "COMCOLRB: PERIOD " WS-PERIOD
                     " IS BEFORE THE LAST PERIOD PAID, "
                     CTL-LAST-PERIOD " - RUN STOPPED"
                 MOVE 16 TO RETURN-CODE
                 PERFORM 9900-WRITE-AUDIT-RECORD
                 CLOSE AUDIT-TRAIL-FILE
                 GOBACK
              END-IF
           END-IF.

       1300-LOAD-LEDGER.
      * NO LEDGER YET JUST MEANS NOTHING HAS BEEN TRACKED.
           OPEN INPUT COMMISSION-LEDGER.
           IF COMMISSION-LEDGER-OK
              PERFORM UNTIL END-OF-COMMISSION-LEDGER
                 READ COMMISSION-LEDGER
                    AT END
                       SET END-OF-COMMISSION-LEDGER TO TRUE
                    NOT AT END
                       PERFORM 1310-TAKE-LEDGER-LINE
                 END-READ
              END-PERFORM
              CLOSE COMMISSION-LEDGER
           END-IF.

       1310-TAKE-LEDGER-LINE.
           IF WS-LDG-COUNT = 12000
              DISPLAY "COMCOLRB: LEDGER TABLE CEILING (12000) "
                  "REACHED - RUN STOPPED"
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           ADD 1 TO WS-LDG-COUNT.
           MOVE LDG-INVOICE-NUMBER TO TABLE-LDG-INVOICE (WS-LDG-COUNT).
           MOVE LDG-SALES-ID     TO TABLE-LDG-SALES-ID (WS-LDG-COUNT).
           MOVE LDG-INVOICE-DATE TO TABLE-LDG-INV-DATE (WS-LDG-COUNT).
           MOVE LDG-BASIS        TO TABLE-LDG-BASIS (WS-LDG-COUNT).
           MOVE LDG-PAID         TO TABLE-LDG-PAID (WS-LDG-COUNT).
           MOVE LDG-STATUS       TO TABLE-LDG-STATUS (WS-LDG-COUNT).
           MOVE 0                TO TABLE-LDG-SHARE-USD (WS-LDG-COUNT)
                                    TABLE-LDG-INV-SUB (WS-LDG-COUNT).
           MOVE "N"              TO TABLE-LDG-NEW-SW (WS-LDG-COUNT).

       2000-LOAD-BILLED-ORDERS.
      * EVERY ORDER EVER BILLED, SO EACH REP'S SHARE OF AN INVOICE IS
      * RE-FIGURED FROM THE ORDERS ON IT EVERY RUN.
           OPEN INPUT BILLED-ORDER-FILE.
           IF NOT BILLED-ORDER-FILE-OK
              DISPLAY "COMCOLRB: NO BILLED-ORDER FILE, STATUS = "
                  WS-BILLED-ORDER-STATUS
              MOVE 04 TO WS-RUN-RC
           ELSE
              PERFORM UNTIL END-OF-BILLED-ORDERS
                 READ BILLED-ORDER-FILE
                    AT END
                       SET END-OF-BILLED-ORDERS TO TRUE
                    NOT AT END
                       ADD 1 TO WS-BILLED-READ
                       IF BLD-INVOICE-NUMBER = SPACES
                          OR BLD-ORDER-USD IS NOT NUMERIC
                          ADD 1 TO WS-BILLED-SKIPPED
                       ELSE
                          PERFORM 2100-TAKE-BILLED-ORDER
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE BILLED-ORDER-FILE
           END-IF.

       2100-TAKE-BILLED-ORDER.
           PERFORM 2200-FIND-INVOICE.
           PERFORM VARYING WS-SPLIT-SUB FROM 1 BY 1
              UNTIL WS-SPLIT-SUB > 3
              IF BLD-SALES-ID (WS-SPLIT-SUB) NOT = SPACES
                 AND BLD-SALES-PCT (WS-SPLIT-SUB) IS NUMERIC
                 AND BLD-SALES-PCT (WS-SPLIT-SUB) > 0
                 COMPUTE WS-SHARE-USD ROUNDED =
                     BLD-ORDER-USD * BLD-SALES-PCT (WS-SPLIT-SUB) / 100
                 PERFORM 2300-FIND-LEDGER-LINE
                 ADD WS-SHARE-USD TO TABLE-LDG-SHARE-USD (WS-LDG-SUB)
              END-IF
           END-PERFORM.

       2200-FIND-INVOICE.
           PERFORM VARYING WS-INV-SUB FROM 1 BY 1
              UNTIL WS-INV-SUB > WS-INV-COUNT
                 OR TABLE-INV-NUMBER (WS-INV-SUB) = BLD-INVOICE-NUMBER
           END-PERFORM.
           IF WS-INV-SUB > WS-INV-COUNT
              IF WS-INV-COUNT = 4000
                 DISPLAY "COMCOLRB: INVOICE TABLE CEILING (4000) "
                     "REACHED - RUN STOPPED"
                 MOVE 16 TO RETURN-CODE
                 GOBACK
              END-IF
              ADD 1 TO WS-INV-COUNT
              MOVE WS-INV-COUNT TO WS-INV-SUB
              MOVE BLD-INVOICE-NUMBER TO TABLE-INV-NUMBER (WS-INV-SUB)
              MOVE SPACES TO TABLE-INV-DATE (WS-INV-SUB)
              MOVE 0 TO TABLE-INV-AMOUNT (WS-INV-SUB)
                        TABLE-INV-CASH (WS-INV-SUB)
                        TABLE-INV-PERIOD-CASH (WS-INV-SUB)
              MOVE "N" TO TABLE-INV-FOUND-SW (WS-INV-SUB)
                          TABLE-INV-CLOSED-SW (WS-INV-SUB)
                          TABLE-INV-WRITTEN-OFF-SW (WS-INV-SUB)
           END-IF.

       2300-FIND-LEDGER-LINE.
      * A REP NEW TO THE INVOICE GETS A LEDGER LINE; WHAT IT CAN EARN
      * IS SET ONCE THE INVOICE HAS BEEN READ.
           PERFORM VARYING WS-LDG-SUB FROM 1 BY 1
              UNTIL WS-LDG-SUB > WS-LDG-COUNT
                 OR (TABLE-LDG-INVOICE (WS-LDG-SUB) =
                        BLD-INVOICE-NUMBER
                     AND TABLE-LDG-SALES-ID (WS-LDG-SUB) =
                        BLD-SALES-ID (WS-SPLIT-SUB))
           END-PERFORM.
           IF WS-LDG-SUB > WS-LDG-COUNT
              IF WS-LDG-COUNT = 12000
                 DISPLAY "COMCOLRB: LEDGER TABLE CEILING (12000) "
                     "REACHED - RUN STOPPED"
                 MOVE 16 TO RETURN-CODE
                 GOBACK
              END-IF
              ADD 1 TO WS-LDG-COUNT
              MOVE WS-LDG-COUNT TO WS-LDG-SUB
              MOVE BLD-INVOICE-NUMBER TO TABLE-LDG-INVOICE (WS-LDG-SUB)
              MOVE BLD-SALES-ID (WS-SPLIT-SUB) TO
                   TABLE-LDG-SALES-ID (WS-LDG-SUB)
              MOVE SPACES TO TABLE-LDG-INV-DATE (WS-LDG-SUB)
                             TABLE-LDG-STATUS (WS-LDG-SUB)
              MOVE 0 TO TABLE-LDG-BASIS (WS-LDG-SUB)
                        TABLE-LDG-PAID (WS-LDG-SUB)
                        TABLE-LDG-SHARE-USD (WS-LDG-SUB)
              MOVE "Y" TO TABLE-LDG-NEW-SW (WS-LDG-SUB)
           END-IF.
           MOVE WS-INV-SUB TO TABLE-LDG-INV-SUB (WS-LDG-SUB).

       2500-READ-INVOICES.
      * THE INVOICE TOTAL (WITH TAX) THE CASH IS SPREAD OVER, AND ITS
      * DATE FOR THE AGE TEST.  AN INVOICE GONE FROM THE FILE CANNOT
      * BE FOLLOWED AND IS COUNTED FOR SOMEBODY TO LOOK AT.
           PERFORM VARYING WS-INV-SUB FROM 1 BY 1
              UNTIL WS-INV-SUB > WS-INV-COUNT
              MOVE TABLE-INV-NUMBER (WS-INV-SUB) TO OPNINV-NUMBER
              READ OPEN-INVOICE-FILE
                 INVALID KEY
                    ADD 1 TO WS-INVOICES-MISSING
                 NOT INVALID KEY
                    MOVE "Y" TO TABLE-INV-FOUND-SW (WS-INV-SUB)
                    MOVE OPNINV-DATE TO TABLE-INV-DATE (WS-INV-SUB)
                    MOVE OPNINV-AMOUNT TO TABLE-INV-AMOUNT (WS-INV-SUB)
              END-READ
           END-PERFORM.

       3000-LOAD-CASH-HISTORY.
      * CASH APPLIED TO EACH INVOICE THROUGH THE END OF THE PERIOD -
      * A PAYMENT, OR ON-ACCOUNT CREDIT SPENT ON IT - AND WHETHER IT
      * WAS PAID OFF OR WRITTEN OFF BY THEN.  CASH PARKED ON ACCOUNT
      * HAS NOT REACHED AN INVOICE YET.
           OPEN INPUT CASH-HISTORY-FILE.
           IF NOT CASH-HISTORY-FILE-OK
              DISPLAY "COMCOLRB: NO CASH HISTORY, STATUS = "
                  WS-CASH-HISTORY-STATUS
           ELSE
              PERFORM UNTIL END-OF-CASH-HISTORY
                 READ CASH-HISTORY-FILE
                    AT END
                       SET END-OF-CASH-HISTORY TO TRUE
                    NOT AT END
                       ADD 1 TO WS-CASH-READ
                       IF CSH-PAID-DATE NOT > WS-PERIOD-END-X
                          PERFORM 3100-TAKE-CASH-ENTRY
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE CASH-HISTORY-FILE
           END-IF.

       3100-TAKE-CASH-ENTRY.
           PERFORM VARYING WS-INV-SUB FROM 1 BY 1
              UNTIL WS-INV-SUB > WS-INV-COUNT
                 OR TABLE-INV-NUMBER (WS-INV-SUB) = CSH-INVOICE-NUMBER
           END-PERFORM.
           IF WS-INV-SUB NOT > WS-INV-COUNT
              IF CSH-AMOUNT IS NOT NUMERIC
                 MOVE 0 TO CSH-AMOUNT
              END-IF
              EVALUATE TRUE
                 WHEN CSH-WRITE-OFF
                    MOVE "Y" TO TABLE-INV-WRITTEN-OFF-SW (WS-INV-SUB)
                 WHEN CSH-INVOICE-PAYMENT OR CSH-ON-ACCOUNT-APPLIED
                    ADD CSH-AMOUNT TO TABLE-INV-CASH (WS-INV-SUB)
                    IF CSH-PAID-DATE NOT < WS-PERIOD-START-X
                       ADD CSH-AMOUNT TO
                           TABLE-INV-PERIOD-CASH (WS-INV-SUB)
                    END-IF
                    IF CSH-CLOSED-INVOICE
                       MOVE "Y" TO TABLE-INV-CLOSED-SW (WS-INV-SUB)
                    END-IF
                 WHEN OTHER
      * A CREDIT MEMO THAT CLEARS THE BALANCE SETTLES THE INVOICE
      * WITHOUT CASH - NOTHING MORE IS COMING TO EARN ON.
                    IF CSH-CLOSED-INVOICE
                       MOVE "Y" TO TABLE-INV-CLOSED-SW (WS-INV-SUB)
                    END-IF
              END-EVALUATE
           END-IF.

       4000-SETTLE-LEDGER.
           MOVE "COMMISSION EARNED AND CHARGED BACK BY INVOICE (USD)"
             TO COL-HDG-02-TITLE.
           PERFORM 8000-WRITE-HEADINGS.
           WRITE COLLECTION-REPORT-RECORD
            FROM INV-COLUMN-HDG AFTER ADVANCING 02 LINES.
           ADD 2 TO WS-LINE-COUNT.
           PERFORM VARYING WS-LDG-SUB FROM 1 BY 1
              UNTIL WS-LDG-SUB > WS-LDG-COUNT
              MOVE TABLE-LDG-INV-SUB (WS-LDG-SUB) TO WS-INV-SUB
              IF WS-INV-SUB > 0
                 IF TABLE-INV-ON-FILE (WS-INV-SUB)
                    AND TABLE-INV-DATE (WS-INV-SUB) NOT >
                        WS-PERIOD-END-X
                    AND TABLE-INV-AMOUNT (WS-INV-SUB) > 0
                    PERFORM 4100-SETTLE-ONE-LINE
                 END-IF
              END-IF
           END-PERFORM.
           IF WS-EARNINGS = 0 AND WS-CHARGEBACKS = 0
              MOVE "NO COMMISSION EARNED OR CHARGED BACK IN THE PERIOD"
                TO MESSAGE-TEXT
              PERFORM 7600-WRITE-MESSAGE
           END-IF.

       4100-SETTLE-ONE-LINE.
      * A NEW LINE IS PAID IN FULL ALREADY ON THE BOOKED BASIS, OR ON
      * THE COLLECTED BASIS WHEN IT WAS BILLED BEFORE THIS PERIOD -
      * COMMISSION ON IT WAS PAID ON THE BOOKING BEFORE THE SWITCH.
           IF TABLE-LDG-NEW (WS-LDG-SUB)
              MOVE TABLE-INV-DATE (WS-INV-SUB) TO
                   TABLE-LDG-INV-DATE (WS-LDG-SUB)
              COMPUTE TABLE-LDG-BASIS (WS-LDG-SUB) ROUNDED =
                  TABLE-LDG-SHARE-USD (WS-LDG-SUB) * WS-COMMISSION-PCT
              IF COMMISSION-ON-COLLECTIONS
                 AND TABLE-INV-DATE (WS-INV-SUB) NOT <
                     WS-PERIOD-START-X
                 MOVE 0 TO TABLE-LDG-PAID (WS-LDG-SUB)
              ELSE
                 MOVE TABLE-LDG-BASIS (WS-LDG-SUB) TO
                      TABLE-LDG-PAID (WS-LDG-SUB)
              END-IF
              MOVE "N" TO TABLE-LDG-NEW-SW (WS-LDG-SUB)
              ADD 1 TO WS-LEDGER-ADDED
           END-IF.
      * THE REP'S SHARE OF THE CASH IS THEIR SHARE OF THE INVOICE
      * TOTAL; THE COMMISSION ON IT IS THE MOST THEY HAVE EARNED.
           COMPUTE WS-REP-CASH ROUNDED =
               TABLE-INV-CASH (WS-INV-SUB) *
               TABLE-LDG-SHARE-USD (WS-LDG-SUB) /
               TABLE-INV-AMOUNT (WS-INV-SUB).
           COMPUTE WS-REP-PERIOD-CASH ROUNDED =
               TABLE-INV-PERIOD-CASH (WS-INV-SUB) *
               TABLE-LDG-SHARE-USD (WS-LDG-SUB) /
               TABLE-INV-AMOUNT (WS-INV-SUB).
           COMPUTE WS-EARNED-TO-DATE ROUNDED =
               WS-REP-CASH * WS-COMMISSION-PCT.
           IF WS-EARNED-TO-DATE > TABLE-LDG-BASIS (WS-LDG-SUB)
              MOVE TABLE-LDG-BASIS (WS-LDG-SUB) TO WS-EARNED-TO-DATE
           END-IF.
           MOVE 0 TO WS-EARNED WS-CHARGEBACK.
           MOVE SPACES TO WS-CHARGEBACK-REASON.
           IF TABLE-LDG-PAID (WS-LDG-SUB) < WS-EARNED-TO-DATE
              COMPUTE WS-EARNED =
                  WS-EARNED-TO-DATE - TABLE-LDG-PAID (WS-LDG-SUB)
              MOVE WS-EARNED-TO-DATE TO TABLE-LDG-PAID (WS-LDG-SUB)
              MOVE SPACES TO TABLE-LDG-STATUS (WS-LDG-SUB)
              ADD 1 TO WS-EARNINGS
              ADD WS-EARNED TO WS-TOTAL-EARNED
           ELSE
              IF TABLE-LDG-PAID (WS-LDG-SUB) > WS-EARNED-TO-DATE
                 PERFORM 4200-CHECK-CHARGEBACK
                 IF CHARGEBACK-IS-DUE
                    COMPUTE WS-CHARGEBACK =
                        TABLE-LDG-PAID (WS-LDG-SUB) - WS-EARNED-TO-DATE
                    MOVE WS-EARNED-TO-DATE TO
                         TABLE-LDG-PAID (WS-LDG-SUB)
                    MOVE "C" TO TABLE-LDG-STATUS (WS-LDG-SUB)
                    ADD 1 TO WS-CHARGEBACKS
                    ADD WS-CHARGEBACK TO WS-TOTAL-CHARGED-BACK
                 END-IF
              END-IF
           END-IF.
           IF WS-EARNED > 0 OR WS-CHARGEBACK > 0
              PERFORM 4300-ADD-TO-REP
              PERFORM 4400-LIST-LEDGER-LINE
           END-IF.

       4200-CHECK-CHARGEBACK.
      * PAID PAST THE CASH: CHARGE IT BACK ONCE THE INVOICE IS WRITTEN
      * OFF, OR IS STILL OPEN TOO LONG AFTER ITS INVOICE DATE.
           MOVE "N" TO WS-CHARGEBACK-DUE-SW.
           IF TABLE-INV-WRITTEN-OFF (WS-INV-SUB)
              SET CHARGEBACK-IS-DUE TO TRUE
              MOVE "WRITTEN OFF" TO WS-CHARGEBACK-REASON
           ELSE
              IF NOT TABLE-INV-PAID-OFF (WS-INV-SUB)
                 AND TABLE-INV-DATE (WS-INV-SUB) IS NUMERIC
                 COMPUTE WS-INVOICE-DAY-NUMBER =
                     FUNCTION INTEGER-OF-DATE
                         (FUNCTION NUMVAL (TABLE-INV-DATE (WS-INV-SUB)))
                 COMPUTE WS-DAYS-OUTSTANDING =
                     WS-PERIOD-END-DAY-NUMBER - WS-INVOICE-DAY-NUMBER
                 IF WS-DAYS-OUTSTANDING > WS-CHARGEBACK-DAYS
                    SET CHARGEBACK-IS-DUE TO TRUE
                    MOVE "UNPAID OVER 120 DAYS" TO WS-CHARGEBACK-REASON
                 END-IF
              END-IF
           END-IF.

       4300-ADD-TO-REP.
           PERFORM VARYING WS-REP-SUB FROM 1 BY 1
              UNTIL WS-REP-SUB > WS-REP-COUNT
                 OR TABLE-REP-SALES-ID (WS-REP-SUB) =
                    TABLE-LDG-SALES-ID (WS-LDG-SUB)
           END-PERFORM.
           IF WS-REP-SUB > WS-REP-COUNT
              IF WS-REP-COUNT = 300
                 DISPLAY "COMCOLRB: REP TABLE CEILING (300) "
                     "REACHED - RUN STOPPED"
                 MOVE 16 TO RETURN-CODE
                 GOBACK
              END-IF
              ADD 1 TO WS-REP-COUNT
              MOVE WS-REP-COUNT TO WS-REP-SUB
              MOVE TABLE-LDG-SALES-ID (WS-LDG-SUB) TO
                   TABLE-REP-SALES-ID (WS-REP-SUB)
              MOVE 0 TO TABLE-REP-CASH (WS-REP-SUB)
                        TABLE-REP-EARNED (WS-REP-SUB)
                        TABLE-REP-CB-SALES (WS-REP-SUB)
                        TABLE-REP-CHARGED-BACK (WS-REP-SUB)
           END-IF.
           IF WS-EARNED > 0
              ADD WS-REP-PERIOD-CASH TO TABLE-REP-CASH (WS-REP-SUB)
              ADD WS-EARNED TO TABLE-REP-EARNED (WS-REP-SUB)
           END-IF.
           IF WS-CHARGEBACK > 0
              ADD TABLE-LDG-SHARE-USD (WS-LDG-SUB) TO
                  TABLE-REP-CB-SALES (WS-REP-SUB)
              ADD WS-CHARGEBACK TO TABLE-REP-CHARGED-BACK (WS-REP-SUB)
           END-IF.

       4400-LIST-LEDGER-LINE.
           MOVE TABLE-LDG-INVOICE (WS-LDG-SUB)   TO INV-DTL-INVOICE.
           MOVE 0 TO INV-DTL-DATE.
           IF TABLE-INV-DATE (WS-INV-SUB) IS NUMERIC
              MOVE TABLE-INV-DATE (WS-INV-SUB)   TO INV-DTL-DATE
           END-IF.
           MOVE TABLE-LDG-SALES-ID (WS-LDG-SUB)  TO INV-DTL-SALES-ID.
           MOVE TABLE-LDG-SHARE-USD (WS-LDG-SUB) TO INV-DTL-SHARE.
           MOVE WS-REP-CASH                      TO INV-DTL-CASH.
           MOVE TABLE-LDG-BASIS (WS-LDG-SUB)     TO INV-DTL-BASIS.
           MOVE WS-EARNED                        TO INV-DTL-EARNED.
           MOVE WS-CHARGEBACK                    TO INV-DTL-CHARGEBACK.
           MOVE WS-CHARGEBACK-REASON             TO INV-DTL-REASON.
           PERFORM 7500-CHECK-PAGE.
           WRITE COLLECTION-REPORT-RECORD
            FROM INV-DETAIL-LINE AFTER ADVANCING 01 LINES.

       5000-WRITE-COMMISSIONS.
      * ADDED TO THE COMMISSION FILE SALESSUM WROTE FOR COMMPYRB -
      * ONE EARNED AND ONE CHARGEBACK RECORD PER REP.
           OPEN EXTEND COMMISSION-FILE-OUT.
           IF NOT GOOD-COMMISSION-WRITE
              CLOSE COMMISSION-FILE-OUT
              OPEN OUTPUT COMMISSION-FILE-OUT
           END-IF.
           MOVE "COMMISSION BY SALESPERSON (USD)" TO COL-HDG-02-TITLE.
           PERFORM 8000-WRITE-HEADINGS.
           WRITE COLLECTION-REPORT-RECORD
            FROM REP-COLUMN-HDG AFTER ADVANCING 02 LINES.
           ADD 2 TO WS-LINE-COUNT.
           PERFORM VARYING WS-REP-SUB FROM 1 BY 1
              UNTIL WS-REP-SUB > WS-REP-COUNT
              MOVE 'S' TO WS-LOOKUP-TYPE
              MOVE TABLE-REP-SALES-ID (WS-REP-SUB) TO WS-SALES-ID
              CALL "LOOKUP" USING WS-LOOKUP-FIELDS
              IF NOT SUCESSFUL-LOOKUP
                 MOVE "*** UNKNOWN ***" TO WS-SALES-NAME
              END-IF
              MOVE SPACES TO COMMISSION-RECORD-OUT
              MOVE TABLE-REP-SALES-ID (WS-REP-SUB) TO COMMISSION-ID-OUT
              MOVE WS-SALES-NAME TO COMMISSION-NAME-OUT
              IF TABLE-REP-EARNED (WS-REP-SUB) > 0
                 MOVE TABLE-REP-CASH (WS-REP-SUB) TO
                      COMMISSION-SALES-AMT-OUT
                 MOVE TABLE-REP-EARNED (WS-REP-SUB) TO
                      COMMISSION-AMT-OUT
                 MOVE SPACE TO COMMISSION-TYPE-OUT
                 WRITE COMMISSION-RECORD-OUT
                 ADD 1 TO WS-RECORDS-OUT
              END-IF
              IF TABLE-REP-CHARGED-BACK (WS-REP-SUB) > 0
                 MOVE TABLE-REP-CB-SALES (WS-REP-SUB) TO
                      COMMISSION-SALES-AMT-OUT
                 MOVE TABLE-REP-CHARGED-BACK (WS-REP-SUB) TO
                      COMMISSION-AMT-OUT
                 MOVE "C" TO COMMISSION-TYPE-OUT
                 WRITE COMMISSION-RECORD-OUT
                 ADD 1 TO WS-RECORDS-OUT
              END-IF
              MOVE TABLE-REP-SALES-ID (WS-REP-SUB) TO REP-DTL-SALES-ID
              MOVE WS-SALES-NAME                  TO REP-DTL-NAME
              MOVE TABLE-REP-CASH (WS-REP-SUB)     TO REP-DTL-CASH
              MOVE TABLE-REP-EARNED (WS-REP-SUB)   TO REP-DTL-EARNED
              MOVE TABLE-REP-CB-SALES (WS-REP-SUB) TO REP-DTL-CB-SALES
              MOVE TABLE-REP-CHARGED-BACK (WS-REP-SUB) TO
                   REP-DTL-CHARGEBACK
              PERFORM 7500-CHECK-PAGE
              WRITE COLLECTION-REPORT-RECORD
               FROM REP-DETAIL-LINE AFTER ADVANCING 01 LINES
           END-PERFORM.
           CLOSE COMMISSION-FILE-OUT.
           WRITE COLLECTION-REPORT-RECORD
            FROM DETAIL-LINE-LINE AFTER ADVANCING 01 LINES.
           MOVE SPACES                TO REP-DTL-SALES-ID.
           MOVE "TOTAL"               TO REP-DTL-NAME.
           MOVE 0                     TO REP-DTL-CASH
                                         REP-DTL-CB-SALES.
           MOVE WS-TOTAL-EARNED       TO REP-DTL-EARNED.
           MOVE WS-TOTAL-CHARGED-BACK TO REP-DTL-CHARGEBACK.
           WRITE COLLECTION-REPORT-RECORD
            FROM REP-DETAIL-LINE AFTER ADVANCING 01 LINES.
           ADD 2 TO WS-LINE-COUNT.
           IF WS-INVOICES-MISSING > 0
              MOVE SPACES TO MESSAGE-TEXT
              MOVE WS-INVOICES-MISSING TO WS-COUNT-SHOWN
              STRING FUNCTION TRIM (WS-COUNT-SHOWN) DELIMITED BY SIZE
                     " BILLED INVOICES ARE NOT ON OPENINV.DAT"
                        DELIMITED BY SIZE
                     " - NOT FOLLOWED" DELIMITED BY SIZE
                  INTO MESSAGE-TEXT
              PERFORM 7600-WRITE-MESSAGE
           END-IF.

       6000-WRITE-LEDGER.
      * THE WHOLE LEDGER GOES BACK OUT.  A LINE FOR AN INVOICE BILLED
      * AFTER THE PERIOD IS LEFT FOR NEXT MONTH'S RUN TO PICK UP.
           OPEN OUTPUT COMMISSION-LEDGER.
           IF NOT COMMISSION-LEDGER-OK
              DISPLAY "COMCOLRB: UNABLE TO WRITE THE LEDGER, STATUS = "
                  WS-COMMISSION-LEDGER-STATUS
              MOVE 16 TO WS-RUN-RC
           ELSE
              PERFORM VARYING WS-LDG-SUB FROM 1 BY 1
                 UNTIL WS-LDG-SUB > WS-LDG-COUNT
                 IF NOT TABLE-LDG-NEW (WS-LDG-SUB)
                    MOVE TABLE-LDG-INVOICE (WS-LDG-SUB) TO
                         LDG-INVOICE-NUMBER
                    MOVE TABLE-LDG-SALES-ID (WS-LDG-SUB) TO LDG-SALES-ID
                    MOVE TABLE-LDG-INV-DATE (WS-LDG-SUB) TO
                         LDG-INVOICE-DATE
                    MOVE TABLE-LDG-BASIS (WS-LDG-SUB) TO LDG-BASIS
                    MOVE TABLE-LDG-PAID (WS-LDG-SUB)  TO LDG-PAID
                    MOVE TABLE-LDG-STATUS (WS-LDG-SUB) TO LDG-STATUS
                    WRITE COMMISSION-LEDGER-RECORD
                    ADD 1 TO WS-LEDGER-WRITTEN
                 END-IF
              END-PERFORM
              CLOSE COMMISSION-LEDGER
              OPEN OUTPUT CONTROL-FILE
              MOVE WS-PERIOD TO CTL-LAST-PERIOD
              WRITE CONTROL-RECORD
              CLOSE CONTROL-FILE
           END-IF.

       7500-CHECK-PAGE.
           add 1 to WS-LINE-COUNT.
           if WS-LINE-COUNT > 50
              PERFORM 8000-WRITE-HEADINGS.

       7600-WRITE-MESSAGE.
           WRITE COLLECTION-REPORT-RECORD
            FROM MESSAGE-LINE AFTER ADVANCING 02 LINES.
           ADD 2 TO WS-LINE-COUNT.

       8000-WRITE-HEADINGS.
           add 1 to WS-PAGE-COUNT.
           move WS-PAGE-COUNT TO COL-HDG-01-PAGE.
           WRITE COLLECTION-REPORT-RECORD
            FROM COL-HDG-01 after advancing page.
           WRITE COLLECTION-REPORT-RECORD
            FROM COL-HDG-02 after advancing 01 LINES.
           MOVE 2 TO WS-LINE-COUNT.

       9900-WRITE-AUDIT-RECORD.
      * APPEND ONE SUMMARY LINE FOR THIS RUN TO THE SHARED OPERATIONS
      * AUDIT TRAIL - COMMISSION EARNED AND CHARGED BACK FOR THE
      * PERIOD.
           ACCEPT WS-RUN-TIME FROM TIME.
           MOVE "COMCOLRB"            TO AUD-PROGRAM-NAME.
           MOVE WS-RUN-DATE           TO AUD-RUN-DATE.
           MOVE WS-RUN-TIME           TO AUD-RUN-TIME.
           MOVE WS-CASH-READ          TO AUD-RECORDS-READ.
           MOVE WS-RECORDS-OUT        TO AUD-RECORDS-WRITTEN.
           MOVE SPACES                TO AUD-KEY-TOTALS.
           MOVE "ERN="                TO AUD-KEY-TOTALS(1:4).
           MOVE WS-EARNINGS           TO AUD-KEY-TOTALS(5:5).
           MOVE " CB="                TO AUD-KEY-TOTALS(10:4).
           MOVE WS-CHARGEBACKS        TO AUD-KEY-TOTALS(14:5).
           MOVE " FOR "               TO AUD-KEY-TOTALS(19:5).
           MOVE WS-PERIOD             TO AUD-KEY-TOTALS(24:6).
           IF RETURN-CODE = 0
              MOVE "OK" TO AUD-COMPLETION-STATUS
           ELSE
              MOVE "ER" TO AUD-COMPLETION-STATUS
           END-IF.
           WRITE AUDIT-TRAIL-RECORD FROM AUDIT-TRAIL-LINE.
