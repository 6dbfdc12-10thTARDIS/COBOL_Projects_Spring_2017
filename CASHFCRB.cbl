       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CASHFCRB.
       AUTHOR.        RYAN BROOKS
      * THIRTEEN-WEEK CASH REQUIREMENTS FORECAST.  STARTING FROM THE
      * BANK BALANCE ON HAND, SPREADS THE CASH EXPECTED IN AND OUT
      * OVER THE NEXT THIRTEEN WEEKS AND ROLLS THE BALANCE FORWARD
      * WEEK BY WEEK.  ANY WEEK THAT ENDS BELOW THE MINIMUM CASH
      * BALANCE IS FLAGGED ON THE REPORT AND ENDS THE RUN WITH A
      * RETURN CODE OF 4 SO THE SCHEDULER SHOWS IT.
      *
      * RECEIPTS  - EVERY OPEN RECEIVABLE ON OPENINV.DAT, FOR ITS
      *             UNPAID BALANCE.  A CUSTOMER WITH PAYMENT HISTORY
      *             ON CASHHIST.DAT (WRITTEN BY CASHAPRB) IS EXPECTED
      *             TO PAY THEIR AVERAGE DAYS-TO-PAY AFTER THE INVOICE
      *             DATE; ANY OTHER CUSTOMER ON THEIR TERMS FROM THE
      *             CUSTOMER MASTER (N30 = 30 DAYS, DEFAULT 30).
      * PAYROLL   - EVERY PAY DATE ON PAYCAL.DAT INSIDE THE THIRTEEN
      *             WEEKS, FOR THE AVERAGE NORMAL CHECK OF EACH ACTIVE
      *             EMPLOYEE PAID ON THAT FREQUENCY OVER THE LOOKBACK
      *             WINDOW ON PAYHIST.DAT.  NET PAY IS ONE COLUMN; THE
      *             TAXES WITHHELD PLUS THE EMPLOYER SOCIAL SECURITY/
      *             MEDICARE MATCH AND FUTA/SUTA AT THE PAYROLL CONTROL
      *             RATES ARE ANOTHER, DEPOSITED THE WEEK OF THE CHECK.
      *             AN EMPLOYEE WITH NO CHECK IN THE WINDOW IS NOT YET
      *             IN THE AVERAGE.
      * PURCHASES - EVERY OPEN PO ON OPENPO.DAT, FOR THE QUANTITY NOT
      *             YET RECEIVED AT THE VENDOR'S COST ON VENDOR.DAT,
      *             PAID THE VENDOR'S NET DAYS (APVENDOR.DAT) AFTER
      *             THE PO DUE DATE.
      * PAYABLES  - EVERY OPEN OR HELD INVOICE ON OPENPAY.DAT, FOR ITS
      *             UNPAID BALANCE, ON ITS DUE DATE.
      * ANYTHING ALREADY PAST ITS EXPECTED DATE LANDS IN WEEK 1;
      * ANYTHING PAST WEEK 13 IS TOTALLED BELOW THE FORECAST BUT NOT
      * SPREAD.  A SOURCE FILE THAT CANNOT BE OPENED IS LEFT OUT OF
      * THE FORECAST WITH A MESSAGE AND A RETURN CODE OF 4.
      *
      * CASHFCRB-START-BALANCE AND CASHFCRB-MIN-BALANCE (DOLLARS AND
      * CENTS, E.G. 125000.00) SET THE STARTING BANK BALANCE AND THE
      * MINIMUM CASH BALANCE (DEFAULT 0).  CASHFCRB-AS-OF-DATE
      * (CCYYMMDD, DEFAULT TODAY) STARTS WEEK 1.  CASHFCRB-LOOKBACK-
      * DAYS (DEFAULT 91) SETS THE PAYROLL AVERAGING WINDOW.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPEN-INVOICE-FILE ASSIGN DYNAMIC
                 WS-OPEN-INVOICE-PATH
             organization is indexed
             access is sequential
             record key is OPNINV-NUMBER
             file status is WS-OPEN-INVOICE-STATUS.
           SELECT CUSTOMER-MASTER ASSIGN DYNAMIC
                 WS-CUSTOMER-MASTER-PATH
             organization is line sequential
             file status is WS-CUSTOMER-MASTER-STATUS.
           SELECT CASH-HISTORY-FILE ASSIGN DYNAMIC
                 WS-CASH-HISTORY-PATH
             organization is line sequential
             file status is WS-CASH-HISTORY-STATUS.
           SELECT EMPLOYEE-MASTER ASSIGN DYNAMIC
                 WS-EMPLOYEE-MASTER-PATH
             organization is indexed
             access is sequential
             record key is EMP-NUMBER
             file status is WS-EMPLOYEE-MASTER-STATUS.
           SELECT PAY-HISTORY-FILE ASSIGN DYNAMIC
                 WS-PAY-HISTORY-PATH
             organization is indexed
             access is sequential
             record key is PH-KEY
             file status is WS-PAY-HISTORY-STATUS.
           SELECT PAY-CALENDAR-FILE ASSIGN DYNAMIC
                 WS-PAY-CALENDAR-PATH
             organization is line sequential
             file status is WS-PAY-CALENDAR-STATUS.
           SELECT PAYROLL-CONTROL-FILE ASSIGN DYNAMIC
                 WS-PAYROLL-CONTROL-PATH
             organization is line sequential
             file status is WS-PAYROLL-CONTROL-STATUS.
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
           SELECT OPEN-PAYABLE-FILE ASSIGN DYNAMIC
                 WS-OPEN-PAYABLE-PATH
             organization is line sequential
             file status is WS-OPEN-PAYABLE-STATUS.
           SELECT FORECAST-REPORT
             ASSIGN DYNAMIC WS-FORECAST-REPORT-PATH
             organization is LINE sequential
             file status is WS-FORECAST-REPORT-STATUS.
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
      * CURRENCY FIELDS CARRIED SO THE RECORD READS IN WHOLE - THE
      * USD AMOUNT AND PAID ARE WHAT THE FORECAST SPREADS.
           05  OPNINV-CURRENCY          PIC X(03).
           05  OPNINV-ORIG-AMOUNT       PIC 9(08)V99.
           05  OPNINV-ORIG-PAID         PIC 9(08)V99.
      * INVOICE TYPE CARRIED SO THE RECORD READS IN WHOLE.
           05  OPNINV-TYPE              PIC X(01).
      * SALES TAX CARRIED SO THE RECORD READS IN WHOLE - THE
      * BILLING RUN FIGURES IT PER INVOICE AND TAXLIARB FILES IT.
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
      * BILL-TO ADDRESS CARRIED SO THE RECORD READS IN WHOLE - THE
      * STATEMENT RUN MAILS TO IT.
           05  FILLER                   PIC X(92).

       FD  CASH-HISTORY-FILE
           RECORDING MODE IS F
           DATA RECORD IS CASH-HISTORY-RECORD.
      * SAME LINE CASHAPRB APPENDS FOR EVERY PAYMENT IT APPLIES.
       01 CASH-HISTORY-RECORD.
           05  CSH-CUST-NUMBER          PIC X(06).
           05  CSH-INVOICE-NUMBER       PIC X(06).
           05  CSH-INVOICE-DATE         PIC X(08).
           05  CSH-PAID-DATE            PIC X(08).
           05  CSH-AMOUNT               PIC 9(08)V99.
           05  CSH-DAYS-TO-PAY          PIC 9(04).
      * ENTRY TYPE - ONLY INVOICE PAYMENTS (I, OR BLANK ON OLDER
      * LINES) SAY HOW LONG A CUSTOMER TAKES TO PAY; CASH PARKED ON
      * ACCOUNT (A) AND CREDIT SPENT FROM IT (O) DO NOT.
           05  CSH-ENTRY-TYPE           PIC X(01).
               88 CSH-INVOICE-PAYMENT      VALUE "I" " ".
           05  CSH-CURRENCY             PIC X(03).
           05  CSH-ORIG-AMOUNT          PIC 9(08)V99.
           05  CSH-INVOICE-CLOSED       PIC X(01).
               88 CSH-CLOSED-INVOICE       VALUE "Y".

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
      * THE DEMOGRAPHIC AND BANKING TAIL IS CARRIED SO THE RECORD
      * READS IN WHOLE; ONLY STATUS AND FREQUENCY ARE USED HERE.
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
           05  EMP-PAY-TYPE             PIC X(01).
           05  EMP-ANNUAL-SALARY        PIC 9(07)V99.
           05  EMP-FLSA-STATUS          PIC X(01).

       FD  PAY-HISTORY-FILE
           RECORDING MODE IS F
           DATA RECORD IS PAY-HISTORY-RECORD.
       01 PAY-HISTORY-RECORD.
           05  PH-KEY.
               10 PH-RUN-DATE           PIC X(08).
               10 PH-KEY-EMP-DATE       PIC X(12).
               10 PH-KEY-SEQ            PIC X(02).
           05  PH-REC-REST              PIC X(113).

       FD  PAY-CALENDAR-FILE
           RECORDING MODE IS F
           DATA RECORD IS PAY-CALENDAR-RECORD.
       01 PAY-CALENDAR-RECORD.
           05  PC-FREQUENCY             PIC X(01).
           05  PC-PAY-DATE              PIC X(08).

       FD  PAYROLL-CONTROL-FILE
           RECORDING MODE IS F
           DATA RECORD IS PAYROLL-CONTROL-RECORD.
       01 PAYROLL-CONTROL-RECORD         PIC X(156).

       FD  OPEN-PO-FILE
           RECORDING MODE IS F
           DATA RECORD IS OPEN-PO-RECORD.
      * OPEN PURCHASE ORDERS - O UNTIL RECEIVING CLOSES THEM (C).
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

       FD  OPEN-PAYABLE-FILE
           RECORDING MODE IS F
           DATA RECORD IS OPEN-PAYABLE-RECORD.
      * SAME LAYOUT APINVRB WRITES AND APPAYRB PAYS FROM.
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

       FD  FORECAST-REPORT
           RECORDING MODE IS F
           DATA RECORD IS FORECAST-REPORT-RECORD.
       01 FORECAST-REPORT-RECORD         PIC X(133).

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
           05 WS-CASH-HISTORY-PATH      PIC X(80)
                VALUE "C:\Users\Ryan\Desktop\CASHHIST.DAT".
           05 WS-EMPLOYEE-MASTER-PATH   PIC X(80)
                VALUE "C:\Users\Ryan\Desktop\EMPLOYEE-MASTER.DAT".
           05 WS-PAY-HISTORY-PATH       PIC X(80)
                VALUE "C:\Users\Ryan\Desktop\PAYHIST.DAT".
           05 WS-PAY-CALENDAR-PATH      PIC X(80)
                VALUE "C:\Users\Ryan\Desktop\PAYCAL.DAT".
           05 WS-PAYROLL-CONTROL-PATH   PIC X(80)
                VALUE "C:\Users\Ryan\Desktop\PAYROLLCTL.DAT".
           05 WS-OPEN-PO-PATH           PIC X(80)
                VALUE "C:\Users\Ryan\Desktop\OPENPO.DAT".
           05 WS-VENDOR-MASTER-PATH     PIC X(80)
                VALUE "C:\Users\Ryan\Desktop\VENDOR.DAT".
           05 WS-AP-VENDOR-PATH         PIC X(80)
                VALUE "C:\Users\Ryan\Desktop\APVENDOR.DAT".
           05 WS-OPEN-PAYABLE-PATH      PIC X(80)
                VALUE "C:\Users\Ryan\Desktop\OPENPAY.DAT".
           05 WS-FORECAST-REPORT-PATH   PIC X(80)
                VALUE "C:\Users\Ryan\Desktop\CASHFCST.rpt".
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
        01 WS-CASH-HISTORY-STATUS       pic X(02).
           88 CASH-HISTORY-SUCCESSFUL      VALUE "00".
           88 END-OF-CASH-HISTORY          VALUE "10".
        01 WS-EMPLOYEE-MASTER-STATUS    pic X(02).
           88 EMPLOYEE-MASTER-SUCCESSFUL   VALUE "00".
           88 END-OF-EMPLOYEE-MASTER       VALUE "10".
        01 WS-PAY-HISTORY-STATUS        pic X(02).
           88 PAY-HISTORY-SUCCESSFUL       VALUE "00".
           88 END-OF-PAY-HISTORY           VALUE "10".
        01 WS-PAY-CALENDAR-STATUS       pic X(02).
           88 PAY-CALENDAR-SUCCESSFUL      VALUE "00".
           88 END-OF-PAY-CALENDAR          VALUE "10".
        01 WS-PAYROLL-CONTROL-STATUS    pic X(02).
           88 PAYROLL-CONTROL-FOUND        VALUE "00".
        01 WS-OPEN-PO-STATUS            pic X(02).
           88 OPEN-PO-SUCCESSFUL           VALUE "00".
           88 END-OF-OPEN-PO               VALUE "10".
        01 WS-VENDOR-MASTER-STATUS      pic X(02).
           88 VENDOR-MASTER-SUCCESSFUL     VALUE "00".
           88 END-OF-VENDOR-MASTER         VALUE "10".
        01 WS-AP-VENDOR-STATUS          pic X(02).
           88 AP-VENDOR-SUCCESSFUL         VALUE "00".
           88 END-OF-AP-VENDOR             VALUE "10".
        01 WS-OPEN-PAYABLE-STATUS       pic X(02).
           88 OPEN-PAYABLE-SUCCESSFUL      VALUE "00".
           88 END-OF-OPEN-PAYABLE          VALUE "10".
        01 WS-FORECAST-REPORT-STATUS    pic X(02).
           88 GOOD-FORECAST-REPORT-WRITE   VALUE "00".
        01 WS-AUDIT-TRAIL-STATUS        pic X(02).
           88 GOOD-AUDIT-TRAIL-WRITE       VALUE "00".

      * RUN SETTINGS.
        01 WS-AS-OF-DATE                PIC 9(08) VALUE 0.
        01 WS-HORIZON-END               PIC 9(08) VALUE 0.
        01 WS-WINDOW-FROM               PIC 9(08) VALUE 0.
        01 WS-LOOKBACK-DAYS             PIC 9(03) VALUE 91.
        01 WS-START-BALANCE             PIC S9(10)V99 VALUE 0.
        01 WS-MIN-BALANCE               PIC S9(10)V99 VALUE 0.
        01 WS-ENV-STAGING               PIC X(16) VALUE SPACES.
        01 WS-DEFAULT-TERMS-DAYS        PIC 9(03) VALUE 30.
        01 WS-RUN-RC                    PIC 9(02) VALUE 0.

      * THE THIRTEEN WEEKS.  WEEK 1 STARTS ON THE AS-OF DATE.
        01 WS-WEEK-SUB                  PIC 9(02) VALUE 0.
        01 WS-WEEK-TABLE.
           05 WEEK-TABLE-ENTRY OCCURS 13 TIMES.
              10 TABLE-WK-START         PIC 9(08).
              10 TABLE-WK-RECEIPTS      PIC 9(10)V99.
              10 TABLE-WK-NET-PAY       PIC 9(10)V99.
              10 TABLE-WK-PAY-TAX       PIC 9(10)V99.
              10 TABLE-WK-PURCHASES     PIC 9(10)V99.
              10 TABLE-WK-PAYABLES      PIC 9(10)V99.
              10 TABLE-WK-NET-FLOW      PIC S9(10)V99.
              10 TABLE-WK-END-BALANCE   PIC S9(10)V99.
              10 TABLE-WK-LOW-SW        PIC X(01).
                 88 TABLE-WK-BELOW-MINIMUM VALUE "Y".

      * WHERE ONE EXPECTED DATE FALLS: 2900-PLACE-IN-WEEK SETS
      * WS-WEEK-SUB TO 1-13, OR 0 WHEN IT IS PAST WEEK 13.
        01 WS-EXPECT-DATE               PIC 9(08) VALUE 0.
        01 WS-EXPECT-DAYS               PIC S9(05) VALUE 0.

      * CUSTOMERS - TERMS FROM THE MASTER, DAYS-TO-PAY FROM HISTORY.
        01 WS-CUS-COUNT                 PIC 9(04) VALUE 0.
        01 WS-CUS-SUB                   PIC 9(04) VALUE 0.
        01 WS-CUSTOMER-TABLE.
           05 CUS-TABLE-ENTRY OCCURS 0 TO 2000 TIMES
                 DEPENDING ON WS-CUS-COUNT.
              10 TABLE-CUS-NUMBER       PIC X(06).
              10 TABLE-CUS-TERMS-DAYS   PIC 9(03).
              10 TABLE-CUS-PAYMENTS     PIC 9(05).
              10 TABLE-CUS-DAYS-SUM     PIC 9(09).
        01 WS-SEEK-CUST                 PIC X(06) VALUE SPACES.
        01 WS-DAYS-TO-PAY               PIC 9(04) VALUE 0.

      * EMPLOYEES - AVERAGE NORMAL CHECK OVER THE LOOKBACK WINDOW.
        01 WS-EMP-COUNT                 PIC 9(04) VALUE 0.
        01 WS-EMP-SUB                   PIC 9(04) VALUE 0.
        01 WS-EMPLOYEE-TABLE.
           05 EMPLOYEE-TABLE-ENTRY OCCURS 0 TO 5000 TIMES
                 DEPENDING ON WS-EMP-COUNT.
              10 TABLE-EMP-NUMBER       PIC X(06).
              10 TABLE-EMP-STATUS       PIC X(01).
              10 TABLE-EMP-FREQUENCY    PIC X(01).
              10 TABLE-EMP-CHECKS       PIC 9(03).
              10 TABLE-EMP-NET-SUM      PIC 9(07)V99.
              10 TABLE-EMP-WITHHELD-SUM PIC 9(07)V99.
              10 TABLE-EMP-GROSS-SUM    PIC 9(07)V99.

      * PAY-HISTORY PAYROLL IMAGE RESTATED FIELD BY FIELD (SAME
      * LAYOUT AS PAYRPTRB'S PAYROLL-REC-OUT):
        01 WS-PH-REC.
           05 WS-PH-PAY-DATE.
              10 WS-PH-PAY-MM           PIC X(02).
              10 WS-PH-PAY-DD           PIC X(02).
              10 WS-PH-PAY-YY           PIC X(02).
           05 WS-PH-EMP-NUMBER          PIC X(06).
           05 WS-PH-HOURS               PIC 9(02)V99.
           05 WS-PH-RATE                PIC 9(02)V99.
           05 WS-PH-DEDUCTIONS          PIC X(01).
           05 WS-PH-PRETAX              PIC 9(03)V99.
           05 WS-PH-POSTTAX             PIC 9(03)V99.
           05 WS-PH-CALCS.
              10 WS-PH-GROSS            PIC 9(06)V99.
              10 WS-PH-SSN-MED          PIC 9(06)V99.
              10 WS-PH-STATE            PIC 9(06)V99.
              10 WS-PH-LOCAL            PIC 9(06)V99.
              10 WS-PH-FED              PIC 9(06)V99.
              10 WS-PH-NET              PIC 9(06)V99.
           05 WS-PH-TRAN-TYPE           PIC X(01).
           05 FILLER                    PIC X(45).
        01 WS-PH-PAY-CCYYMMDD.
           05 WS-PH-CC                  PIC X(02) VALUE "20".
           05 WS-PH-YY                  PIC X(02).
           05 WS-PH-MM                  PIC X(02).
           05 WS-PH-DD                  PIC X(02).

      * ONE PAY DATE'S CASH PER PAY FREQUENCY - THE SUM OF THE
      * AVERAGE CHECKS OF THE ACTIVE EMPLOYEES PAID ON IT.
        01 WS-FRQ-COUNT                 PIC 9(02) VALUE 0.
        01 WS-FRQ-SUB                   PIC 9(02) VALUE 0.
        01 WS-FREQUENCY-TABLE.
           05 FRQ-TABLE-ENTRY OCCURS 0 TO 10 TIMES
                 DEPENDING ON WS-FRQ-COUNT.
              10 TABLE-FRQ-CODE         PIC X(01).
              10 TABLE-FRQ-EMPLOYEES    PIC 9(05).
              10 TABLE-FRQ-NET          PIC 9(08)V99.
              10 TABLE-FRQ-TAXES        PIC 9(08)V99.
        01 WS-AVG-NET                   PIC 9(07)V99 VALUE 0.
        01 WS-AVG-TAXES                 PIC 9(07)V99 VALUE 0.
        01 WS-EMPLOYER-PCT              PIC 9V9999 VALUE 0.
        COPY "PAYRATE.cpy".

      * VENDOR COSTS AND AP VENDOR TERMS FOR THE PO COMMITMENTS.
        01 WS-VND-COUNT                 PIC 9(03) VALUE 0.
        01 WS-VND-SUB                   PIC 9(03) VALUE 0.
        01 WS-VENDOR-COST-TABLE.
           05 VND-TABLE-ENTRY OCCURS 0 TO 500 TIMES
                 DEPENDING ON WS-VND-COUNT.
              10 TABLE-VND-VENDOR       PIC X(05).
              10 TABLE-VND-MATERIAL     PIC X(05).
              10 TABLE-VND-COST         PIC 9(03)V99.
        01 WS-AVN-COUNT                 PIC 9(03) VALUE 0.
        01 WS-AVN-SUB                   PIC 9(03) VALUE 0.
        01 WS-AP-VENDOR-TABLE.
           05 AVN-TABLE-ENTRY OCCURS 0 TO 500 TIMES
                 DEPENDING ON WS-AVN-COUNT.
              10 TABLE-AVN-VENDOR       PIC X(05).
              10 TABLE-AVN-NET-DAYS     PIC 9(03).
        01 WS-OPEN-QTY                  PIC 9(05) VALUE 0.
        01 WS-AMOUNT                    PIC 9(09)V99 VALUE 0.

      * WHAT FALLS PAST WEEK 13 - TOTALLED, NOT SPREAD.
        01 WS-BEYOND-RECEIPTS           PIC 9(10)V99 VALUE 0.
        01 WS-BEYOND-NET-PAY            PIC 9(10)V99 VALUE 0.
        01 WS-BEYOND-PAY-TAX            PIC 9(10)V99 VALUE 0.
        01 WS-BEYOND-PURCHASES          PIC 9(10)V99 VALUE 0.
        01 WS-BEYOND-PAYABLES           PIC 9(10)V99 VALUE 0.

      * RUN COUNTERS AND THIRTEEN-WEEK TOTALS.
        01 WS-INVOICES-READ             PIC 9(06) VALUE 0.
        01 WS-INVOICES-BY-HISTORY       PIC 9(06) VALUE 0.
        01 WS-INVOICES-BY-TERMS         PIC 9(06) VALUE 0.
        01 WS-PAY-DATES-USED            PIC 9(04) VALUE 0.
        01 WS-POS-READ                  PIC 9(05) VALUE 0.
        01 WS-POS-UNPRICED              PIC 9(05) VALUE 0.
        01 WS-PAYABLES-READ             PIC 9(06) VALUE 0.
        01 WS-WEEKS-BELOW-MINIMUM       PIC 9(02) VALUE 0.
        01 WS-TOTAL-RECEIPTS            PIC 9(10)V99 VALUE 0.
        01 WS-TOTAL-NET-PAY             PIC 9(10)V99 VALUE 0.
        01 WS-TOTAL-PAY-TAX             PIC 9(10)V99 VALUE 0.
        01 WS-TOTAL-PURCHASES           PIC 9(10)V99 VALUE 0.
        01 WS-TOTAL-PAYABLES            PIC 9(10)V99 VALUE 0.
        01 WS-TOTAL-NET-FLOW            PIC S9(10)V99 VALUE 0.
        01 WS-LOW-BALANCE               PIC S9(10)V99 VALUE 0.
        01 WS-CASH-FORMAT               PIC $ZZ,ZZZ,ZZ9.99-.
        01 WS-RUN-DATE                  PIC X(08).
        01 WS-RUN-TIME                  PIC 9(08) VALUE 0.
        COPY "AUDITTRL.cpy".
        COPY "DATEFUN.cpy".

       01  PAGE-HDG-01.
           05 PAGE-HDG-01-CC         PIC X(01) VALUE SPACE.
           05 FILLER                 PIC X(46) VALUE SPACES.
           05 FILLER                 PIC X(37)
              VALUE "THIRTEEN-WEEK CASH REQUIREMENTS".
           05 FILLER                 PIC X(22) VALUE SPACES.
           05 FILLER                 PIC X(06) VALUE "PAGE: ".
           05 PAGE-HDG-01-PAGE       PIC ZZ9.
       01  PAGE-HDG-02.
           05 PAGE-HDG-02-CC         PIC X(01) VALUE SPACE.
           05 FILLER                 PIC X(07) VALUE "AS OF: ".
           05 PAGE-HDG-02-AS-OF      PIC 9999/99/99.
           05 FILLER                 PIC X(03) VALUE SPACES.
           05 FILLER                 PIC X(18)
              VALUE "STARTING BALANCE: ".
           05 PAGE-HDG-02-START      PIC -ZZ,ZZZ,ZZ9.99.
           05 FILLER                 PIC X(03) VALUE SPACES.
           05 FILLER                 PIC X(17)
              VALUE "MINIMUM BALANCE: ".
           05 PAGE-HDG-02-MINIMUM    PIC -ZZ,ZZZ,ZZ9.99.
           05 FILLER                 PIC X(24) VALUE SPACES.
           05 FILLER                 PIC X(10) VALUE "RUN DATE: ".
           05 PAGE-HDG-02-DATE       PIC XX/XX/XXXX.
       01  PAGE-HDG-03.
           05 PAGE-HDG-03-CC         PIC X(01) VALUE SPACE.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 FILLER                 PIC X(05) VALUE "WEEK".
           05 FILLER                 PIC X(11) VALUE "WEEK OF".
           05 FILLER                 PIC X(14)
              VALUE "   AR RECEIPTS".
           05 FILLER                 PIC X(14)
              VALUE "   NET PAYROLL".
           05 FILLER                 PIC X(14)
              VALUE " PAYROLL TAXES".
           05 FILLER                 PIC X(14)
              VALUE "  PO COMMITTED".
           05 FILLER                 PIC X(14)
              VALUE "   AP PAYABLES".
           05 FILLER                 PIC X(15)
              VALUE "  NET CASH FLOW".
           05 FILLER                 PIC X(16)
              VALUE " ENDING BALANCE".
           05 FILLER                 PIC X(13) VALUE SPACES.

       01  DETAIL-LINE-WEEK.
           05 DTL-CC                 PIC X(01) VALUE SPACE.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 DTL-WEEK               PIC Z9.
           05 FILLER                 PIC X(03) VALUE SPACES.
           05 DTL-WEEK-OF            PIC 9999/99/99.
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 DTL-RECEIPTS           PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 DTL-NET-PAY            PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 DTL-PAY-TAX            PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 DTL-PURCHASES          PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 DTL-PAYABLES           PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 DTL-NET-FLOW           PIC -ZZ,ZZZ,ZZ9.99.
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 DTL-END-BALANCE        PIC -ZZ,ZZZ,ZZ9.99.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 DTL-FLAG               PIC X(13) VALUE SPACES.

       01  TOTALS-LINE-1.
           05 TOTAL-CC               PIC X(01) VALUE SPACE.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 TOTAL-LABEL            PIC X(16) VALUE SPACES.
           05 TOTAL-RECEIPTS         PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 TOTAL-NET-PAY          PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 TOTAL-PAY-TAX          PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 TOTAL-PURCHASES        PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 TOTAL-PAYABLES         PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 TOTAL-NET-FLOW         PIC -ZZ,ZZZ,ZZ9.99.
           05 FILLER                 PIC X(30) VALUE SPACES.

       01  TOTALS-LINE-2.
           05 TOTAL-2-CC             PIC X(01) VALUE SPACE.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 FILLER                 PIC X(25)
              VALUE "WEEKS BELOW MINIMUM:".
           05 TOTAL-WEEKS-LOW        PIC Z9.
           05 FILLER                 PIC X(06) VALUE SPACES.
           05 FILLER                 PIC X(25)
              VALUE "LOWEST ENDING BALANCE:".
           05 TOTAL-LOW-BALANCE      PIC -ZZ,ZZZ,ZZ9.99.
           05 FILLER                 PIC X(58) VALUE SPACES.

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

           DISPLAY "CASHFCRB FOR RYAN BROOKS".

           PERFORM 1000-INITIALIZE.
           PERFORM 2000-FORECAST-RECEIVABLES.
           PERFORM 3000-FORECAST-PAYROLL.
           PERFORM 4000-FORECAST-PURCHASE-ORDERS.
           PERFORM 4500-FORECAST-PAYABLES.
           PERFORM 5000-ROLL-BALANCES.

           PERFORM VARYING WS-WEEK-SUB FROM 1 BY 1
              UNTIL WS-WEEK-SUB > 13
              PERFORM 7500-WRITE-FORECAST-LINE
           END-PERFORM.
           perform 9000-CREATE-FORECAST-TOTAL-LINES.

           IF WS-WEEKS-BELOW-MINIMUM > 0 AND WS-RUN-RC < 04
              MOVE 04 TO WS-RUN-RC
           END-IF.
           MOVE WS-RUN-RC TO RETURN-CODE.

           display "OPEN INVOICES FORECAST:      " WS-INVOICES-READ.
           display "  TIMED BY PAY HISTORY:      "
               WS-INVOICES-BY-HISTORY.
           display "  TIMED BY TERMS:            " WS-INVOICES-BY-TERMS.
           display "PAY DATES FORECAST:          " WS-PAY-DATES-USED.
           display "OPEN POS FORECAST:           " WS-POS-READ.
           display "  WITH NO VENDOR COST:       " WS-POS-UNPRICED.
           display "OPEN PAYABLES FORECAST:      " WS-PAYABLES-READ.
           display "WEEKS BELOW MINIMUM:         "
               WS-WEEKS-BELOW-MINIMUM.
           MOVE WS-LOW-BALANCE TO WS-CASH-FORMAT.
           display "LOWEST ENDING BALANCE: " WS-CASH-FORMAT.

           PERFORM 9900-WRITE-AUDIT-RECORD.

           close FORECAST-REPORT
                 AUDIT-TRAIL-FILE.

           GOBACK.

       0500-GET-FILE-PATHS.
      * OVERRIDE THE DEFAULT FILE PATHS IF THE MATCHING ENVIRONMENT
      * VARIABLE HAS BEEN SET:
           ACCEPT WS-ENV-PATH-OVERRIDE FROM ENVIRONMENT
                  "CASHFCRB-OPEN-INVOICE-FILE".
           IF WS-ENV-PATH-OVERRIDE NOT = SPACES
              MOVE WS-ENV-PATH-OVERRIDE TO WS-OPEN-INVOICE-PATH
           END-IF.
           ACCEPT WS-ENV-PATH-OVERRIDE FROM ENVIRONMENT
                  "CASHFCRB-CUSTOMER-MASTER".
           IF WS-ENV-PATH-OVERRIDE NOT = SPACES
              MOVE WS-ENV-PATH-OVERRIDE TO WS-CUSTOMER-MASTER-PATH
           END-IF.
           ACCEPT WS-ENV-PATH-OVERRIDE FROM ENVIRONMENT
                  "CASHFCRB-CASH-HISTORY-FILE".
           IF WS-ENV-PATH-OVERRIDE NOT = SPACES
              MOVE WS-ENV-PATH-OVERRIDE TO WS-CASH-HISTORY-PATH
           END-IF.
           ACCEPT WS-ENV-PATH-OVERRIDE FROM ENVIRONMENT
                  "CASHFCRB-EMPLOYEE-MASTER".
           IF WS-ENV-PATH-OVERRIDE NOT = SPACES
              MOVE WS-ENV-PATH-OVERRIDE TO WS-EMPLOYEE-MASTER-PATH
           END-IF.
           ACCEPT WS-ENV-PATH-OVERRIDE FROM ENVIRONMENT
                  "CASHFCRB-PAY-HISTORY-FILE".
           IF WS-ENV-PATH-OVERRIDE NOT = SPACES
              MOVE WS-ENV-PATH-OVERRIDE TO WS-PAY-HISTORY-PATH
           END-IF.
           ACCEPT WS-ENV-PATH-OVERRIDE FROM ENVIRONMENT
                  "CASHFCRB-PAY-CALENDAR-FILE".
           IF WS-ENV-PATH-OVERRIDE NOT = SPACES
              MOVE WS-ENV-PATH-OVERRIDE TO WS-PAY-CALENDAR-PATH
           END-IF.
           ACCEPT WS-ENV-PATH-OVERRIDE FROM ENVIRONMENT
                  "CASHFCRB-PAYROLL-CONTROL-FILE".
           IF WS-ENV-PATH-OVERRIDE NOT = SPACES
              MOVE WS-ENV-PATH-OVERRIDE TO WS-PAYROLL-CONTROL-PATH
           END-IF.
           ACCEPT WS-ENV-PATH-OVERRIDE FROM ENVIRONMENT
                  "CASHFCRB-OPEN-PO-FILE".
           IF WS-ENV-PATH-OVERRIDE NOT = SPACES
              MOVE WS-ENV-PATH-OVERRIDE TO WS-OPEN-PO-PATH
           END-IF.
           ACCEPT WS-ENV-PATH-OVERRIDE FROM ENVIRONMENT
                  "CASHFCRB-VENDOR-MASTER".
           IF WS-ENV-PATH-OVERRIDE NOT = SPACES
              MOVE WS-ENV-PATH-OVERRIDE TO WS-VENDOR-MASTER-PATH
           END-IF.
           ACCEPT WS-ENV-PATH-OVERRIDE FROM ENVIRONMENT
                  "CASHFCRB-AP-VENDOR-FILE".
           IF WS-ENV-PATH-OVERRIDE NOT = SPACES
              MOVE WS-ENV-PATH-OVERRIDE TO WS-AP-VENDOR-PATH
           END-IF.
           ACCEPT WS-ENV-PATH-OVERRIDE FROM ENVIRONMENT
                  "CASHFCRB-OPEN-PAYABLE-FILE".
           IF WS-ENV-PATH-OVERRIDE NOT = SPACES
              MOVE WS-ENV-PATH-OVERRIDE TO WS-OPEN-PAYABLE-PATH
           END-IF.
           ACCEPT WS-ENV-PATH-OVERRIDE FROM ENVIRONMENT
                  "CASHFCRB-FORECAST-REPORT".
           IF WS-ENV-PATH-OVERRIDE NOT = SPACES
              MOVE WS-ENV-PATH-OVERRIDE TO WS-FORECAST-REPORT-PATH
           END-IF.
           ACCEPT WS-ENV-PATH-OVERRIDE FROM ENVIRONMENT
                  "CASHFCRB-AUDIT-TRAIL-FILE".
           IF WS-ENV-PATH-OVERRIDE NOT = SPACES
              MOVE WS-ENV-PATH-OVERRIDE TO WS-AUDIT-TRAIL-PATH
           END-IF.

       1000-INITIALIZE.
           PERFORM 0500-GET-FILE-PATHS.
           ACCEPT WS-RUN-DATE FROM DATE.
           MOVE   WS-RUN-DATE TO PAGE-HDG-02-DATE.
           PERFORM 1100-GET-RUN-SETTINGS.
           OPEN EXTEND AUDIT-TRAIL-FILE.
           IF NOT GOOD-AUDIT-TRAIL-WRITE
              CLOSE AUDIT-TRAIL-FILE
              OPEN OUTPUT AUDIT-TRAIL-FILE
           END-IF.
           OPEN OUTPUT FORECAST-REPORT.
           IF NOT GOOD-FORECAST-REPORT-WRITE
              DISPLAY "CASHFCRB: UNABLE TO OPEN FORECAST REPORT, "
                  "STATUS = " WS-FORECAST-REPORT-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           PERFORM 1150-BUILD-WEEKS.
           PERFORM 1200-LOAD-CUSTOMERS.
           PERFORM 1250-LOAD-CASH-HISTORY.
           PERFORM 1300-LOAD-VENDOR-COSTS.
           PERFORM 1350-LOAD-AP-VENDORS.
           PERFORM 1400-LOAD-EMPLOYEES.
           PERFORM 1450-LOAD-PAYROLL-CONTROL.
           PERFORM 8000-WRITE-HEADINGS.

       1100-GET-RUN-SETTINGS.
           COMPUTE WS-AS-OF-DATE =
               FUNCTION NUMVAL (WS-RUN-DATE (1:6)) + 20000000.
           MOVE SPACES TO WS-ENV-STAGING.
           ACCEPT WS-ENV-STAGING FROM ENVIRONMENT
                  "CASHFCRB-AS-OF-DATE".
           IF WS-ENV-STAGING (1:8) IS NUMERIC
              MOVE WS-ENV-STAGING (1:8) TO WS-AS-OF-DATE
           END-IF.
           MOVE SPACES TO WS-ENV-STAGING.
           ACCEPT WS-ENV-STAGING FROM ENVIRONMENT
                  "CASHFCRB-START-BALANCE".
           IF WS-ENV-STAGING NOT = SPACES
              COMPUTE WS-START-BALANCE =
                  FUNCTION NUMVAL (WS-ENV-STAGING)
           END-IF.
           MOVE SPACES TO WS-ENV-STAGING.
           ACCEPT WS-ENV-STAGING FROM ENVIRONMENT
                  "CASHFCRB-MIN-BALANCE".
           IF WS-ENV-STAGING NOT = SPACES
              COMPUTE WS-MIN-BALANCE =
                  FUNCTION NUMVAL (WS-ENV-STAGING)
           END-IF.
           MOVE SPACES TO WS-ENV-STAGING.
           ACCEPT WS-ENV-STAGING FROM ENVIRONMENT
                  "CASHFCRB-LOOKBACK-DAYS".
           IF WS-ENV-STAGING NOT = SPACES
              COMPUTE WS-LOOKBACK-DAYS =
                  FUNCTION NUMVAL (WS-ENV-STAGING)
           END-IF.
           IF WS-LOOKBACK-DAYS = 0
              MOVE 91 TO WS-LOOKBACK-DAYS
           END-IF.
           MOVE WS-AS-OF-DATE    TO PAGE-HDG-02-AS-OF.
           MOVE WS-START-BALANCE TO PAGE-HDG-02-START.
           MOVE WS-MIN-BALANCE   TO PAGE-HDG-02-MINIMUM.

       1150-BUILD-WEEKS.
      * WEEK N STARTS 7 X (N - 1) DAYS AFTER THE AS-OF DATE; THE
      * HORIZON ENDS THE DAY BEFORE WEEK 14 WOULD START.  THE PAY
      * HISTORY WINDOW RUNS BACK THE LOOKBACK DAYS FROM THE AS-OF.
           MOVE "C" TO DFN-FUNCTION-CODE.
           MOVE WS-AS-OF-DATE TO DFN-DATE-1.
           PERFORM VARYING WS-WEEK-SUB FROM 1 BY 1
              UNTIL WS-WEEK-SUB > 13
              COMPUTE DFN-DAY-COUNT = 7 * (WS-WEEK-SUB - 1)
              CALL "DATESRVRB" USING DATEFUN-PARMS
              MOVE DFN-RESULT-DATE TO TABLE-WK-START (WS-WEEK-SUB)
              MOVE 0 TO TABLE-WK-RECEIPTS (WS-WEEK-SUB)
                        TABLE-WK-NET-PAY (WS-WEEK-SUB)
                        TABLE-WK-PAY-TAX (WS-WEEK-SUB)
                        TABLE-WK-PURCHASES (WS-WEEK-SUB)
                        TABLE-WK-PAYABLES (WS-WEEK-SUB)
                        TABLE-WK-NET-FLOW (WS-WEEK-SUB)
                        TABLE-WK-END-BALANCE (WS-WEEK-SUB)
              MOVE "N" TO TABLE-WK-LOW-SW (WS-WEEK-SUB)
           END-PERFORM.
           MOVE 90 TO DFN-DAY-COUNT.
           CALL "DATESRVRB" USING DATEFUN-PARMS.
           MOVE DFN-RESULT-DATE TO WS-HORIZON-END.
           COMPUTE DFN-DAY-COUNT = 0 - WS-LOOKBACK-DAYS.
           CALL "DATESRVRB" USING DATEFUN-PARMS.
           MOVE DFN-RESULT-DATE TO WS-WINDOW-FROM.

       1200-LOAD-CUSTOMERS.
      * TERMS DAYS FROM THE MASTER'S TERMS CODE (N30 = 30); A CODE
      * WITH NO DAYS IN IT, OR NO MASTER, MEANS THE DEFAULT 30.
           OPEN INPUT CUSTOMER-MASTER.
           IF NOT CUSTOMER-MASTER-SUCCESSFUL
              DISPLAY "CASHFCRB: CUSTOMER MASTER NOT AVAILABLE - "
                  "RECEIPTS TIMED ON " WS-DEFAULT-TERMS-DAYS
                  "-DAY TERMS"
              MOVE 04 TO WS-RUN-RC
           ELSE
              PERFORM UNTIL END-OF-CUSTOMER-MASTER
                 READ CUSTOMER-MASTER
                    AT END
                       SET END-OF-CUSTOMER-MASTER TO TRUE
                    NOT AT END
                       IF WS-CUS-COUNT = 2000
                          DISPLAY "CASHFCRB: CUSTOMER TABLE CEILING "
                              "(2000) REACHED - RUN STOPPED"
                          MOVE 16 TO RETURN-CODE
                          GOBACK
                       END-IF
                       ADD 1 TO WS-CUS-COUNT
                       MOVE CUST-MASTER-NUMBER
                         TO TABLE-CUS-NUMBER (WS-CUS-COUNT)
                       MOVE 0 TO TABLE-CUS-PAYMENTS (WS-CUS-COUNT)
                                 TABLE-CUS-DAYS-SUM (WS-CUS-COUNT)
                       EVALUATE TRUE
                          WHEN CUST-MASTER-TERMS (2:2) IS NUMERIC
                             MOVE CUST-MASTER-TERMS (2:2)
                               TO TABLE-CUS-TERMS-DAYS (WS-CUS-COUNT)
                          WHEN CUST-MASTER-TERMS IS NUMERIC
                             MOVE CUST-MASTER-TERMS
                               TO TABLE-CUS-TERMS-DAYS (WS-CUS-COUNT)
                          WHEN OTHER
                             MOVE WS-DEFAULT-TERMS-DAYS
                               TO TABLE-CUS-TERMS-DAYS (WS-CUS-COUNT)
                       END-EVALUATE
                 END-READ
              END-PERFORM
              CLOSE CUSTOMER-MASTER
           END-IF.

       1250-LOAD-CASH-HISTORY.
      * EVERY PAYMENT CASHAPRB HAS APPLIED, SUMMED PER CUSTOMER FOR
      * THE AVERAGE DAYS-TO-PAY.  NO HISTORY YET JUST MEANS EVERY
      * RECEIPT IS TIMED ON TERMS.
           OPEN INPUT CASH-HISTORY-FILE.
           IF CASH-HISTORY-SUCCESSFUL
              PERFORM UNTIL END-OF-CASH-HISTORY
                 READ CASH-HISTORY-FILE
                    AT END
                       SET END-OF-CASH-HISTORY TO TRUE
                    NOT AT END
                       IF CSH-DAYS-TO-PAY IS NUMERIC
                          AND CSH-INVOICE-PAYMENT
                          MOVE CSH-CUST-NUMBER TO WS-SEEK-CUST
                          PERFORM 1260-FIND-CUSTOMER
                          ADD 1 TO TABLE-CUS-PAYMENTS (WS-CUS-SUB)
                          ADD CSH-DAYS-TO-PAY
                           TO TABLE-CUS-DAYS-SUM (WS-CUS-SUB)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE CASH-HISTORY-FILE
           END-IF.

       1260-FIND-CUSTOMER.
      * A CUSTOMER NOT ON THE MASTER IS ADDED ON DEFAULT TERMS SO
      * THEIR HISTORY AND INVOICES STILL COUNT.
           PERFORM VARYING WS-CUS-SUB FROM 1 BY 1
              UNTIL WS-CUS-SUB > WS-CUS-COUNT
                 OR TABLE-CUS-NUMBER (WS-CUS-SUB) = WS-SEEK-CUST
           END-PERFORM.
           IF WS-CUS-SUB > WS-CUS-COUNT
              IF WS-CUS-COUNT = 2000
                 DISPLAY "CASHFCRB: CUSTOMER TABLE CEILING "
                     "(2000) REACHED - RUN STOPPED"
                 MOVE 16 TO RETURN-CODE
                 GOBACK
              END-IF
              ADD 1 TO WS-CUS-COUNT
              MOVE WS-CUS-COUNT TO WS-CUS-SUB
              MOVE WS-SEEK-CUST TO TABLE-CUS-NUMBER (WS-CUS-SUB)
              MOVE WS-DEFAULT-TERMS-DAYS
                TO TABLE-CUS-TERMS-DAYS (WS-CUS-SUB)
              MOVE 0 TO TABLE-CUS-PAYMENTS (WS-CUS-SUB)
                        TABLE-CUS-DAYS-SUM (WS-CUS-SUB)
           END-IF.

       1300-LOAD-VENDOR-COSTS.
           OPEN INPUT VENDOR-MASTER.
           IF NOT VENDOR-MASTER-SUCCESSFUL
              DISPLAY "CASHFCRB: VENDOR MASTER NOT AVAILABLE - "
                  "PO COMMITMENTS CANNOT BE PRICED"
              MOVE 04 TO WS-RUN-RC
           ELSE
              PERFORM UNTIL END-OF-VENDOR-MASTER
                 READ VENDOR-MASTER
                    AT END
                       SET END-OF-VENDOR-MASTER TO TRUE
                    NOT AT END
                       IF WS-VND-COUNT = 500
                          DISPLAY "CASHFCRB: VENDOR COST TABLE "
                              "CEILING (500) REACHED - RUN STOPPED"
                          MOVE 16 TO RETURN-CODE
                          GOBACK
                       END-IF
                       ADD 1 TO WS-VND-COUNT
                       MOVE VND-VENDOR-ID
                         TO TABLE-VND-VENDOR (WS-VND-COUNT)
                       MOVE VND-MATERIAL
                         TO TABLE-VND-MATERIAL (WS-VND-COUNT)
                       MOVE VND-COST
                         TO TABLE-VND-COST (WS-VND-COUNT)
                 END-READ
              END-PERFORM
              CLOSE VENDOR-MASTER
           END-IF.

       1350-LOAD-AP-VENDORS.
      * NET DAYS FOR THE PO COMMITMENTS.  A VENDOR NOT ON THE AP
      * MASTER IS EXPECTED TO BE PAID WHEN THE GOODS ARRIVE.
           OPEN INPUT AP-VENDOR-FILE.
           IF AP-VENDOR-SUCCESSFUL
              PERFORM UNTIL END-OF-AP-VENDOR
                 READ AP-VENDOR-FILE
                    AT END
                       SET END-OF-AP-VENDOR TO TRUE
                    NOT AT END
                       IF WS-AVN-COUNT = 500
                          DISPLAY "CASHFCRB: AP VENDOR TABLE CEILING "
                              "(500) REACHED - RUN STOPPED"
                          MOVE 16 TO RETURN-CODE
                          GOBACK
                       END-IF
                       ADD 1 TO WS-AVN-COUNT
                       MOVE AVN-VENDOR-ID
                         TO TABLE-AVN-VENDOR (WS-AVN-COUNT)
                       IF AVN-NET-DAYS IS NUMERIC
                          MOVE AVN-NET-DAYS
                            TO TABLE-AVN-NET-DAYS (WS-AVN-COUNT)
                       ELSE
                          MOVE 0 TO TABLE-AVN-NET-DAYS (WS-AVN-COUNT)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE AP-VENDOR-FILE
           END-IF.

       1400-LOAD-EMPLOYEES.
           OPEN INPUT EMPLOYEE-MASTER.
           IF NOT EMPLOYEE-MASTER-SUCCESSFUL
              DISPLAY "CASHFCRB: EMPLOYEE MASTER NOT AVAILABLE - "
                  "PAYROLL LEFT OUT OF FORECAST"
              MOVE 04 TO WS-RUN-RC
           ELSE
              PERFORM UNTIL END-OF-EMPLOYEE-MASTER
                 READ EMPLOYEE-MASTER
                    AT END
                       SET END-OF-EMPLOYEE-MASTER TO TRUE
                    NOT AT END
                       IF WS-EMP-COUNT = 5000
                          DISPLAY "CASHFCRB: EMPLOYEE TABLE CEILING "
                              "(5000) REACHED - RUN STOPPED"
                          MOVE 16 TO RETURN-CODE
                          GOBACK
                       END-IF
                       ADD 1 TO WS-EMP-COUNT
                       MOVE EMP-NUMBER
                         TO TABLE-EMP-NUMBER (WS-EMP-COUNT)
                       MOVE EMP-STATUS
                         TO TABLE-EMP-STATUS (WS-EMP-COUNT)
                       MOVE EMP-PAY-FREQUENCY
                         TO TABLE-EMP-FREQUENCY (WS-EMP-COUNT)
                       MOVE 0 TO TABLE-EMP-CHECKS (WS-EMP-COUNT)
                                 TABLE-EMP-NET-SUM (WS-EMP-COUNT)
                                 TABLE-EMP-WITHHELD-SUM (WS-EMP-COUNT)
                                 TABLE-EMP-GROSS-SUM (WS-EMP-COUNT)
                 END-READ
              END-PERFORM
              CLOSE EMPLOYEE-MASTER
           END-IF.

       1450-LOAD-PAYROLL-CONTROL.
      * EMPLOYER TAX RATES - THE COMPILED-IN DEFAULTS STAND WHEN THE
      * CONTROL FILE IS MISSING.
           OPEN INPUT PAYROLL-CONTROL-FILE.
           IF PAYROLL-CONTROL-FOUND
              READ PAYROLL-CONTROL-FILE INTO WS-PAYROLL-CONTROL-LINE
              CLOSE PAYROLL-CONTROL-FILE
           END-IF.
           IF WS-CTL-ER-FICA-PCT NOT NUMERIC
              MOVE .0765 TO WS-CTL-ER-FICA-PCT
           END-IF.
           IF WS-CTL-FUTA-PCT NOT NUMERIC
              MOVE .0060 TO WS-CTL-FUTA-PCT
           END-IF.
           IF WS-CTL-SUTA-PCT NOT NUMERIC
              MOVE .0270 TO WS-CTL-SUTA-PCT
           END-IF.
           COMPUTE WS-EMPLOYER-PCT =
               WS-CTL-ER-FICA-PCT + WS-CTL-FUTA-PCT + WS-CTL-SUTA-PCT.

       2000-FORECAST-RECEIVABLES.
           OPEN INPUT OPEN-INVOICE-FILE.
           IF NOT OPEN-INVOICE-SUCCESSFUL
              DISPLAY "CASHFCRB: OPEN INVOICES NOT AVAILABLE - "
                  "RECEIPTS LEFT OUT OF FORECAST, STATUS = "
                  WS-OPEN-INVOICE-STATUS
              MOVE 04 TO WS-RUN-RC
           ELSE
              PERFORM UNTIL END-OF-OPEN-INVOICE
                 READ OPEN-INVOICE-FILE NEXT
                    AT END
                       SET END-OF-OPEN-INVOICE TO TRUE
                    NOT AT END
                       IF OPNINV-STATUS NOT = "P"
                          AND OPNINV-AMOUNT > OPNINV-PAID
                          PERFORM 2100-FORECAST-ONE-INVOICE
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE OPEN-INVOICE-FILE
           END-IF.

       2100-FORECAST-ONE-INVOICE.
      * EXPECTED DATE = INVOICE DATE PLUS THE CUSTOMER'S AVERAGE
      * DAYS-TO-PAY, OR PLUS THEIR TERMS WHEN THEY HAVE NO HISTORY.
           ADD 1 TO WS-INVOICES-READ.
           COMPUTE WS-AMOUNT = OPNINV-AMOUNT - OPNINV-PAID.
           MOVE OPNINV-CUST TO WS-SEEK-CUST.
           PERFORM 1260-FIND-CUSTOMER.
           IF TABLE-CUS-PAYMENTS (WS-CUS-SUB) > 0
              COMPUTE WS-DAYS-TO-PAY ROUNDED =
                  TABLE-CUS-DAYS-SUM (WS-CUS-SUB) /
                  TABLE-CUS-PAYMENTS (WS-CUS-SUB)
              ADD 1 TO WS-INVOICES-BY-HISTORY
           ELSE
              MOVE TABLE-CUS-TERMS-DAYS (WS-CUS-SUB)
                TO WS-DAYS-TO-PAY
              ADD 1 TO WS-INVOICES-BY-TERMS
           END-IF.
           MOVE 0 TO WS-EXPECT-DATE.
           IF OPNINV-DATE IS NUMERIC
              MOVE "C" TO DFN-FUNCTION-CODE
              MOVE OPNINV-DATE TO DFN-DATE-1
              MOVE WS-DAYS-TO-PAY TO DFN-DAY-COUNT
              CALL "DATESRVRB" USING DATEFUN-PARMS
              IF DFN-OK
                 MOVE DFN-RESULT-DATE TO WS-EXPECT-DATE
              END-IF
           END-IF.
           PERFORM 2900-PLACE-IN-WEEK.
           IF WS-WEEK-SUB = 0
              ADD WS-AMOUNT TO WS-BEYOND-RECEIPTS
           ELSE
              ADD WS-AMOUNT TO TABLE-WK-RECEIPTS (WS-WEEK-SUB)
           END-IF.

       2900-PLACE-IN-WEEK.
      * WHICH WEEK WS-EXPECT-DATE FALLS IN.  A DATE ALREADY PAST -
      * OR ONE THAT COULD NOT BE WORKED OUT (ZERO) - IS WEEK 1: THE
      * CASH IS DUE NOW.  PAST THE HORIZON IS WEEK 0.
           IF WS-EXPECT-DATE < WS-AS-OF-DATE
              MOVE 1 TO WS-WEEK-SUB
           ELSE
              IF WS-EXPECT-DATE > WS-HORIZON-END
                 MOVE 0 TO WS-WEEK-SUB
              ELSE
                 MOVE "D" TO DFN-FUNCTION-CODE
                 MOVE WS-AS-OF-DATE  TO DFN-DATE-1
                 MOVE WS-EXPECT-DATE TO DFN-DATE-2
                 CALL "DATESRVRB" USING DATEFUN-PARMS
                 IF DFN-OK
                    MOVE DFN-DAY-COUNT TO WS-EXPECT-DAYS
                    COMPUTE WS-WEEK-SUB = WS-EXPECT-DAYS / 7 + 1
                 ELSE
                    MOVE 1 TO WS-WEEK-SUB
                 END-IF
              END-IF
           END-IF.

       3000-FORECAST-PAYROLL.
      * AVERAGE EACH ACTIVE EMPLOYEE'S NORMAL CHECK OVER THE WINDOW,
      * ADD THE AVERAGES UP BY PAY FREQUENCY, THEN CHARGE EACH
      * FREQUENCY'S TOTAL TO EVERY ONE OF ITS PAY DATES AHEAD.
           IF WS-EMP-COUNT = 0
              CONTINUE
           ELSE
              OPEN INPUT PAY-HISTORY-FILE
              IF NOT PAY-HISTORY-SUCCESSFUL
                 DISPLAY "CASHFCRB: PAY HISTORY NOT AVAILABLE - "
                     "PAYROLL LEFT OUT OF FORECAST, STATUS = "
                     WS-PAY-HISTORY-STATUS
                 MOVE 04 TO WS-RUN-RC
              ELSE
                 PERFORM UNTIL END-OF-PAY-HISTORY
                    READ PAY-HISTORY-FILE
                       AT END
                          SET END-OF-PAY-HISTORY TO TRUE
                       NOT AT END
                          PERFORM 3100-AVERAGE-ONE-CHECK
                    END-READ
                 END-PERFORM
                 CLOSE PAY-HISTORY-FILE
                 PERFORM VARYING WS-EMP-SUB FROM 1 BY 1
                    UNTIL WS-EMP-SUB > WS-EMP-COUNT
                    PERFORM 3200-ADD-TO-FREQUENCY
                 END-PERFORM
                 PERFORM 3300-PLACE-PAY-DATES
              END-IF
           END-IF.

       3100-AVERAGE-ONE-CHECK.
           MOVE PH-KEY-EMP-DATE TO WS-PH-REC (1:12).
           MOVE PH-REC-REST     TO WS-PH-REC (13:113).
           MOVE WS-PH-PAY-YY TO WS-PH-YY.
           MOVE WS-PH-PAY-MM TO WS-PH-MM.
           MOVE WS-PH-PAY-DD TO WS-PH-DD.
           IF (WS-PH-TRAN-TYPE = " " OR WS-PH-TRAN-TYPE = "N")
              AND WS-PH-CALCS IS NUMERIC
              AND WS-PH-PAY-CCYYMMDD IS NUMERIC
              AND WS-PH-PAY-CCYYMMDD > WS-WINDOW-FROM
              AND WS-PH-PAY-CCYYMMDD NOT > WS-AS-OF-DATE
              PERFORM VARYING WS-EMP-SUB FROM 1 BY 1
                 UNTIL WS-EMP-SUB > WS-EMP-COUNT
                    OR TABLE-EMP-NUMBER (WS-EMP-SUB) = WS-PH-EMP-NUMBER
              END-PERFORM
              IF WS-EMP-SUB NOT > WS-EMP-COUNT
                 ADD 1 TO TABLE-EMP-CHECKS (WS-EMP-SUB)
                 ADD WS-PH-NET TO TABLE-EMP-NET-SUM (WS-EMP-SUB)
                 ADD WS-PH-GROSS TO TABLE-EMP-GROSS-SUM (WS-EMP-SUB)
                 COMPUTE TABLE-EMP-WITHHELD-SUM (WS-EMP-SUB) =
                     TABLE-EMP-WITHHELD-SUM (WS-EMP-SUB) +
                     WS-PH-FED + WS-PH-STATE + WS-PH-LOCAL +
                     WS-PH-SSN-MED
              END-IF
           END-IF.

       3200-ADD-TO-FREQUENCY.
      * TERMINATED EMPLOYEES ARE NOT PAID AGAIN; AN EMPLOYEE WITH NO
      * CHECK IN THE WINDOW HAS NO AVERAGE YET.
           IF TABLE-EMP-STATUS (WS-EMP-SUB) NOT = "T"
              AND TABLE-EMP-CHECKS (WS-EMP-SUB) > 0
              PERFORM VARYING WS-FRQ-SUB FROM 1 BY 1
                 UNTIL WS-FRQ-SUB > WS-FRQ-COUNT
                    OR TABLE-FRQ-CODE (WS-FRQ-SUB) =
                       TABLE-EMP-FREQUENCY (WS-EMP-SUB)
              END-PERFORM
              IF WS-FRQ-SUB > WS-FRQ-COUNT
                 IF WS-FRQ-COUNT = 10
                    DISPLAY "CASHFCRB: PAY FREQUENCY TABLE CEILING "
                        "(10) REACHED - RUN STOPPED"
                    MOVE 16 TO RETURN-CODE
                    GOBACK
                 END-IF
                 ADD 1 TO WS-FRQ-COUNT
                 MOVE WS-FRQ-COUNT TO WS-FRQ-SUB
                 MOVE TABLE-EMP-FREQUENCY (WS-EMP-SUB)
                   TO TABLE-FRQ-CODE (WS-FRQ-SUB)
                 MOVE 0 TO TABLE-FRQ-EMPLOYEES (WS-FRQ-SUB)
                           TABLE-FRQ-NET (WS-FRQ-SUB)
                           TABLE-FRQ-TAXES (WS-FRQ-SUB)
              END-IF
              COMPUTE WS-AVG-NET ROUNDED =
                  TABLE-EMP-NET-SUM (WS-EMP-SUB) /
                  TABLE-EMP-CHECKS (WS-EMP-SUB)
              COMPUTE WS-AVG-TAXES ROUNDED =
                  (TABLE-EMP-WITHHELD-SUM (WS-EMP-SUB) +
                   TABLE-EMP-GROSS-SUM (WS-EMP-SUB) * WS-EMPLOYER-PCT)
                  / TABLE-EMP-CHECKS (WS-EMP-SUB)
              ADD 1 TO TABLE-FRQ-EMPLOYEES (WS-FRQ-SUB)
              ADD WS-AVG-NET   TO TABLE-FRQ-NET (WS-FRQ-SUB)
              ADD WS-AVG-TAXES TO TABLE-FRQ-TAXES (WS-FRQ-SUB)
           END-IF.

       3300-PLACE-PAY-DATES.
      * A PAY DATE FOR A FREQUENCY NOBODY ACTIVE IS PAID ON COSTS
      * NOTHING.  PAST PAY DATES ARE ALREADY IN THE BANK BALANCE.
           OPEN INPUT PAY-CALENDAR-FILE.
           IF NOT PAY-CALENDAR-SUCCESSFUL
              DISPLAY "CASHFCRB: PAY CALENDAR NOT AVAILABLE - "
                  "PAYROLL LEFT OUT OF FORECAST, STATUS = "
                  WS-PAY-CALENDAR-STATUS
              MOVE 04 TO WS-RUN-RC
           ELSE
              PERFORM UNTIL END-OF-PAY-CALENDAR
                 READ PAY-CALENDAR-FILE
                    AT END
                       SET END-OF-PAY-CALENDAR TO TRUE
                    NOT AT END
                       IF PC-PAY-DATE IS NUMERIC
                          PERFORM 3350-PLACE-ONE-PAY-DATE
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE PAY-CALENDAR-FILE
           END-IF.

       3350-PLACE-ONE-PAY-DATE.
           MOVE PC-PAY-DATE TO WS-EXPECT-DATE.
           IF WS-EXPECT-DATE NOT < WS-AS-OF-DATE
              PERFORM VARYING WS-FRQ-SUB FROM 1 BY 1
                 UNTIL WS-FRQ-SUB > WS-FRQ-COUNT
                    OR TABLE-FRQ-CODE (WS-FRQ-SUB) = PC-FREQUENCY
              END-PERFORM
              IF WS-FRQ-SUB NOT > WS-FRQ-COUNT
                 PERFORM 2900-PLACE-IN-WEEK
                 IF WS-WEEK-SUB = 0
                    ADD TABLE-FRQ-NET (WS-FRQ-SUB)
                     TO WS-BEYOND-NET-PAY
                    ADD TABLE-FRQ-TAXES (WS-FRQ-SUB)
                     TO WS-BEYOND-PAY-TAX
                 ELSE
                    ADD 1 TO WS-PAY-DATES-USED
                    ADD TABLE-FRQ-NET (WS-FRQ-SUB)
                     TO TABLE-WK-NET-PAY (WS-WEEK-SUB)
                    ADD TABLE-FRQ-TAXES (WS-FRQ-SUB)
                     TO TABLE-WK-PAY-TAX (WS-WEEK-SUB)
                 END-IF
              END-IF
           END-IF.

       4000-FORECAST-PURCHASE-ORDERS.
      * WHAT IS STILL TO BE RECEIVED ON EACH OPEN PO, AT THE COST IT
      * WENT OUT AT, PAYABLE ON THE VENDOR'S TERMS FROM THE DUE DATE.
           OPEN INPUT OPEN-PO-FILE.
           IF NOT OPEN-PO-SUCCESSFUL
              DISPLAY "CASHFCRB: OPEN POS NOT AVAILABLE - "
                  "PO COMMITMENTS LEFT OUT OF FORECAST, STATUS = "
                  WS-OPEN-PO-STATUS
              MOVE 04 TO WS-RUN-RC
           ELSE
              PERFORM UNTIL END-OF-OPEN-PO
                 READ OPEN-PO-FILE
                    AT END
                       SET END-OF-OPEN-PO TO TRUE
                    NOT AT END
                       IF OPO-STATUS = "O"
                          AND OPO-QTY-ORDERED > OPO-QTY-RECEIVED
                          PERFORM 4100-FORECAST-ONE-PO
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE OPEN-PO-FILE
           END-IF.

       4100-FORECAST-ONE-PO.
           ADD 1 TO WS-POS-READ.
           COMPUTE WS-OPEN-QTY = OPO-QTY-ORDERED - OPO-QTY-RECEIVED.
           PERFORM VARYING WS-VND-SUB FROM 1 BY 1
              UNTIL WS-VND-SUB > WS-VND-COUNT
                 OR (TABLE-VND-VENDOR (WS-VND-SUB) = OPO-VENDOR-ID
                     AND TABLE-VND-MATERIAL (WS-VND-SUB) =
                         OPO-PRODUCT-ID)
           END-PERFORM.
           IF WS-VND-SUB > WS-VND-COUNT
              ADD 1 TO WS-POS-UNPRICED
              MOVE 0 TO WS-AMOUNT
           ELSE
              COMPUTE WS-AMOUNT =
                  WS-OPEN-QTY * TABLE-VND-COST (WS-VND-SUB)
           END-IF.
           PERFORM VARYING WS-AVN-SUB FROM 1 BY 1
              UNTIL WS-AVN-SUB > WS-AVN-COUNT
                 OR TABLE-AVN-VENDOR (WS-AVN-SUB) = OPO-VENDOR-ID
           END-PERFORM.
           MOVE 0 TO WS-EXPECT-DATE.
           IF OPO-DUE-DATE IS NUMERIC
              MOVE OPO-DUE-DATE TO WS-EXPECT-DATE
              IF WS-AVN-SUB NOT > WS-AVN-COUNT
                 MOVE "C" TO DFN-FUNCTION-CODE
                 MOVE OPO-DUE-DATE TO DFN-DATE-1
                 MOVE TABLE-AVN-NET-DAYS (WS-AVN-SUB) TO DFN-DAY-COUNT
                 CALL "DATESRVRB" USING DATEFUN-PARMS
                 IF DFN-OK
                    MOVE DFN-RESULT-DATE TO WS-EXPECT-DATE
                 END-IF
              END-IF
           END-IF.
           PERFORM 2900-PLACE-IN-WEEK.
           IF WS-WEEK-SUB = 0
              ADD WS-AMOUNT TO WS-BEYOND-PURCHASES
           ELSE
              ADD WS-AMOUNT TO TABLE-WK-PURCHASES (WS-WEEK-SUB)
           END-IF.

       4500-FORECAST-PAYABLES.
      * OPEN AND HELD VENDOR INVOICES ON THEIR DUE DATES - A HOLD IS
      * A DELAY, NOT A CANCELLATION, SO THE CASH IS STILL PLANNED.
           OPEN INPUT OPEN-PAYABLE-FILE.
           IF NOT OPEN-PAYABLE-SUCCESSFUL
              DISPLAY "CASHFCRB: OPEN PAYABLES NOT AVAILABLE - "
                  "PAYABLES LEFT OUT OF FORECAST, STATUS = "
                  WS-OPEN-PAYABLE-STATUS
              MOVE 04 TO WS-RUN-RC
           ELSE
              PERFORM UNTIL END-OF-OPEN-PAYABLE
                 READ OPEN-PAYABLE-FILE
                    AT END
                       SET END-OF-OPEN-PAYABLE TO TRUE
                    NOT AT END
                       IF (OPY-STATUS = "O" OR OPY-STATUS = "H")
                          AND OPY-AMOUNT > OPY-PAID
                          PERFORM 4600-FORECAST-ONE-PAYABLE
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE OPEN-PAYABLE-FILE
           END-IF.

       4600-FORECAST-ONE-PAYABLE.
           ADD 1 TO WS-PAYABLES-READ.
           COMPUTE WS-AMOUNT = OPY-AMOUNT - OPY-PAID.
           MOVE 0 TO WS-EXPECT-DATE.
           IF OPY-DUE-DATE IS NUMERIC
              MOVE OPY-DUE-DATE TO WS-EXPECT-DATE
           END-IF.
           PERFORM 2900-PLACE-IN-WEEK.
           IF WS-WEEK-SUB = 0
              ADD WS-AMOUNT TO WS-BEYOND-PAYABLES
           ELSE
              ADD WS-AMOUNT TO TABLE-WK-PAYABLES (WS-WEEK-SUB)
           END-IF.

       5000-ROLL-BALANCES.
      * CARRY THE BALANCE FORWARD A WEEK AT A TIME AND FLAG EVERY
      * WEEK THAT ENDS UNDER THE MINIMUM.
           MOVE WS-START-BALANCE TO WS-LOW-BALANCE.
           PERFORM VARYING WS-WEEK-SUB FROM 1 BY 1
              UNTIL WS-WEEK-SUB > 13
              COMPUTE TABLE-WK-NET-FLOW (WS-WEEK-SUB) =
                  TABLE-WK-RECEIPTS (WS-WEEK-SUB)
                  - TABLE-WK-NET-PAY (WS-WEEK-SUB)
                  - TABLE-WK-PAY-TAX (WS-WEEK-SUB)
                  - TABLE-WK-PURCHASES (WS-WEEK-SUB)
                  - TABLE-WK-PAYABLES (WS-WEEK-SUB)
              IF WS-WEEK-SUB = 1
                 COMPUTE TABLE-WK-END-BALANCE (WS-WEEK-SUB) =
                     WS-START-BALANCE + TABLE-WK-NET-FLOW (WS-WEEK-SUB)
              ELSE
                 COMPUTE TABLE-WK-END-BALANCE (WS-WEEK-SUB) =
                     TABLE-WK-END-BALANCE (WS-WEEK-SUB - 1)
                     + TABLE-WK-NET-FLOW (WS-WEEK-SUB)
              END-IF
              IF TABLE-WK-END-BALANCE (WS-WEEK-SUB) < WS-MIN-BALANCE
                 MOVE "Y" TO TABLE-WK-LOW-SW (WS-WEEK-SUB)
                 ADD 1 TO WS-WEEKS-BELOW-MINIMUM
              END-IF
              IF TABLE-WK-END-BALANCE (WS-WEEK-SUB) < WS-LOW-BALANCE
                 MOVE TABLE-WK-END-BALANCE (WS-WEEK-SUB)
                   TO WS-LOW-BALANCE
              END-IF
              ADD TABLE-WK-RECEIPTS (WS-WEEK-SUB) TO WS-TOTAL-RECEIPTS
              ADD TABLE-WK-NET-PAY (WS-WEEK-SUB)  TO WS-TOTAL-NET-PAY
              ADD TABLE-WK-PAY-TAX (WS-WEEK-SUB)  TO WS-TOTAL-PAY-TAX
              ADD TABLE-WK-PURCHASES (WS-WEEK-SUB)
               TO WS-TOTAL-PURCHASES
              ADD TABLE-WK-PAYABLES (WS-WEEK-SUB) TO WS-TOTAL-PAYABLES
              ADD TABLE-WK-NET-FLOW (WS-WEEK-SUB) TO WS-TOTAL-NET-FLOW
           END-PERFORM.

       7500-WRITE-FORECAST-LINE.
           MOVE SPACE TO DTL-CC.
           MOVE WS-WEEK-SUB                       TO DTL-WEEK.
           MOVE TABLE-WK-START (WS-WEEK-SUB)      TO DTL-WEEK-OF.
           MOVE TABLE-WK-RECEIPTS (WS-WEEK-SUB)   TO DTL-RECEIPTS.
           MOVE TABLE-WK-NET-PAY (WS-WEEK-SUB)    TO DTL-NET-PAY.
           MOVE TABLE-WK-PAY-TAX (WS-WEEK-SUB)    TO DTL-PAY-TAX.
           MOVE TABLE-WK-PURCHASES (WS-WEEK-SUB)  TO DTL-PURCHASES.
           MOVE TABLE-WK-PAYABLES (WS-WEEK-SUB)   TO DTL-PAYABLES.
           MOVE TABLE-WK-NET-FLOW (WS-WEEK-SUB)   TO DTL-NET-FLOW.
           MOVE TABLE-WK-END-BALANCE (WS-WEEK-SUB) TO DTL-END-BALANCE.
           IF TABLE-WK-BELOW-MINIMUM (WS-WEEK-SUB)
              MOVE "BELOW MINIMUM" TO DTL-FLAG
           ELSE
              MOVE SPACES TO DTL-FLAG
           END-IF.
           add 1 to WS-LINE-COUNT.
           if WS-LINE-COUNT > 50
              PERFORM 8000-WRITE-HEADINGS.
           write FORECAST-REPORT-RECORD from DETAIL-LINE-WEEK
             after advancing 01 lines.

       8000-WRITE-HEADINGS.
           add 1 to WS-PAGE-COUNT.
           move WS-PAGE-COUNT TO PAGE-HDG-01-PAGE.
           WRITE FORECAST-REPORT-RECORD FROM WS-REPORT-RULER
             after advancing page.
           WRITE FORECAST-REPORT-RECORD
            FROM PAGE-HDG-01 after advancing 01 LINES.
           WRITE FORECAST-REPORT-RECORD
            FROM PAGE-HDG-02 after advancing 01 LINES.
           WRITE FORECAST-REPORT-RECORD
            FROM PAGE-HDG-03 AFTER ADVANCING 02 LINES.
           MOVE 4 TO WS-LINE-COUNT.

       9000-CREATE-FORECAST-TOTAL-LINES.
           write FORECAST-REPORT-RECORD from DETAIL-LINE-LINE
             after advancing 01 lines.
           MOVE "13-WEEK TOTAL"     TO TOTAL-LABEL.
           MOVE WS-TOTAL-RECEIPTS   TO TOTAL-RECEIPTS.
           MOVE WS-TOTAL-NET-PAY    TO TOTAL-NET-PAY.
           MOVE WS-TOTAL-PAY-TAX    TO TOTAL-PAY-TAX.
           MOVE WS-TOTAL-PURCHASES  TO TOTAL-PURCHASES.
           MOVE WS-TOTAL-PAYABLES   TO TOTAL-PAYABLES.
           MOVE WS-TOTAL-NET-FLOW   TO TOTAL-NET-FLOW.
           write FORECAST-REPORT-RECORD from TOTALS-LINE-1
             after advancing 02 lines.
      * WHAT FALLS AFTER THE HORIZON, SO NOTHING OPEN IS SILENTLY
      * MISSING FROM THE REPORT.
           MOVE "AFTER WEEK 13"     TO TOTAL-LABEL.
           MOVE WS-BEYOND-RECEIPTS  TO TOTAL-RECEIPTS.
           MOVE WS-BEYOND-NET-PAY   TO TOTAL-NET-PAY.
           MOVE WS-BEYOND-PAY-TAX   TO TOTAL-PAY-TAX.
           MOVE WS-BEYOND-PURCHASES TO TOTAL-PURCHASES.
           MOVE WS-BEYOND-PAYABLES  TO TOTAL-PAYABLES.
           COMPUTE TOTAL-NET-FLOW =
               WS-BEYOND-RECEIPTS - WS-BEYOND-NET-PAY
               - WS-BEYOND-PAY-TAX - WS-BEYOND-PURCHASES
               - WS-BEYOND-PAYABLES.
           write FORECAST-REPORT-RECORD from TOTALS-LINE-1
             after advancing 01 lines.
           MOVE WS-WEEKS-BELOW-MINIMUM TO TOTAL-WEEKS-LOW.
           MOVE WS-LOW-BALANCE         TO TOTAL-LOW-BALANCE.
           write FORECAST-REPORT-RECORD from TOTALS-LINE-2
             after advancing 02 lines.

       9900-WRITE-AUDIT-RECORD.
      * APPEND ONE SUMMARY LINE FOR THIS RUN TO THE SHARED OPERATIONS
      * AUDIT TRAIL, MIRRORING THE PROGRAM TOTALS DISPLAYED ABOVE.
           ACCEPT WS-RUN-TIME FROM TIME.
           MOVE "CASHFCRB"          TO AUD-PROGRAM-NAME.
           MOVE WS-RUN-DATE         TO AUD-RUN-DATE.
           MOVE WS-RUN-TIME         TO AUD-RUN-TIME.
           COMPUTE AUD-RECORDS-READ =
               WS-INVOICES-READ + WS-POS-READ + WS-PAYABLES-READ.
           MOVE 13                  TO AUD-RECORDS-WRITTEN.
           MOVE SPACES              TO AUD-KEY-TOTALS.
           MOVE "LOW="              TO AUD-KEY-TOTALS(1:4).
           MOVE WS-LOW-BALANCE      TO WS-CASH-FORMAT.
           MOVE WS-CASH-FORMAT      TO AUD-KEY-TOTALS(5:15).
           MOVE "WKS<MIN="          TO AUD-KEY-TOTALS(21:8).
           MOVE WS-WEEKS-BELOW-MINIMUM TO AUD-KEY-TOTALS(29:2).
           IF RETURN-CODE = 0
              MOVE "OK" TO AUD-COMPLETION-STATUS
           ELSE
              MOVE "ER" TO AUD-COMPLETION-STATUS
           END-IF.
           WRITE AUDIT-TRAIL-RECORD FROM AUDIT-TRAIL-LINE.
