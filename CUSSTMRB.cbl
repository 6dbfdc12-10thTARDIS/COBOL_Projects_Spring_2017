       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CUSSTMRB.
       AUTHOR.        RYAN BROOKS
      * MONTHLY CUSTOMER STATEMENTS.  FOR EVERY CUSTOMER WITH
      * ACTIVITY THIS MONTH OR A BALANCE STILL OPEN, PRINTS ONE
      * STATEMENT TO MAIL TO THE BILL-TO ADDRESS ON THE CUSTOMER
      * MASTER:
      *
      *   OPENING BALANCE - WHAT THE CUSTOMER OWED GOING INTO THE
      *                     MONTH (A CREDIT SHOWS WITH CR).
      *   INVOICES        - EVERY INVOICE THE BILLING RUN (REPORTSRB)
      *                     PUT ON OPENINV.DAT THIS MONTH.
      *   PAYMENTS        - EVERY PAYMENT CASHAPRB APPLIED AND EVERY
      *                     PAYMENT IT PARKED ON ACCOUNT THIS MONTH,
      *                     FROM THE CASH HISTORY (CASHHIST.DAT).
      *   ADJUSTMENTS     - CREDIT MEMOS AND WRITE-OFFS AS CREDITS,
      *                     DEBIT MEMOS AS CHARGES, FROM THE SAME
      *                     HISTORY, WHERE ARADJRB RECORDS THEM.
      *   CLOSING BALANCE - OPEN INVOICE BALANCES LESS ANY CASH STILL
      *                     HELD ON ACCOUNT (ONACCT.DAT).
      *   AGING STRIP     - THE OPEN INVOICES BY AGE AS OF THE
      *                     STATEMENT DATE: CURRENT (UNDER 30 DAYS),
      *                     30, 60, AND 90-PLUS, LIKE THE AR AGING.
      *
      * A CUSTOMER BILLED IN A FOREIGN CURRENCY SEES THOSE INVOICES
      * AND THE PAYMENTS AGAINST THEM IN THAT CURRENCY (OPNINV-
      * CURRENCY), ON A STATEMENT OF THEIR OWN; CASH HELD ON ACCOUNT
      * IS USD AND SHOWS ON THE USD STATEMENT.  CREDIT ALREADY ON
      * ACCOUNT THAT CASHAPRB LATER SPENDS ON AN INVOICE IS NOT NEW
      * MONEY AND DOES NOT PRINT AS A PAYMENT.
      *
      * CUSSTMRB-STATEMENT-DATE (CCYYMMDD, DEFAULT TODAY) CLOSES THE
      * STATEMENT PERIOD, WHICH RUNS FROM THE FIRST OF THAT MONTH.
      * INVOICES AND CASH DATED AFTER IT ARE BACKED OUT SO A RERUN
      * DAYS LATER STILL PRINTS THE MONTH-END PICTURE.  A CUSTOMER
      * WITH NO BILL-TO ADDRESS STILL GETS A STATEMENT, MARKED TO BE
      * HELD, AND THE RUN ENDS WITH A RETURN CODE OF 4.

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
           SELECT ON-ACCOUNT-FILE ASSIGN DYNAMIC
                 WS-ON-ACCOUNT-PATH
             organization is line sequential
             file status is WS-ON-ACCOUNT-STATUS.
           SELECT COMPANY-CONTROL-FILE ASSIGN DYNAMIC
                 WS-COMPANY-CONTROL-PATH
             organization is line sequential
             file status is WS-COMPANY-CONTROL-STATUS.
           SELECT STATEMENT-FILE
             ASSIGN DYNAMIC WS-STATEMENT-PATH
             organization is LINE sequential
             file status is WS-STATEMENT-STATUS.
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
      * THE BILLING CURRENCY AND THE INVOICE IN IT - A USD INVOICE
      * (OR ONE BILLED BEFORE CURRENCIES) IS STATED FROM THE USD
      * AMOUNT AND PAID FIELDS INSTEAD.
           05  OPNINV-CURRENCY          PIC X(03).
           05  OPNINV-ORIG-AMOUNT       PIC 9(08)V99.
           05  OPNINV-ORIG-PAID         PIC 9(08)V99.
      * INVOICE TYPE - F IS A FINANCE CHARGE, ANYTHING ELSE A SALE.
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
      * CREDIT FIELDS CARRIED SO THE RECORD READS IN WHOLE - THE
      * CREDIT CHECK ITSELF LIVES IN ORDER ENTRY (AND CUSMNTRB
      * MAINTAINS THEM).
           05  CUST-MASTER-TERMS        PIC X(03).
           05  CUST-MASTER-CREDIT-LIMIT PIC 9(07)V99.
           05  CUST-MASTER-CREDIT-HOLD  PIC X(01).
           05  CUST-MASTER-BILL-TO.
               10 CUST-MASTER-BILL-ADDR-1  PIC X(30).
               10 CUST-MASTER-BILL-ADDR-2  PIC X(30).
               10 CUST-MASTER-BILL-CITY    PIC X(20).
               10 CUST-MASTER-BILL-STATE   PIC X(02).
               10 CUST-MASTER-BILL-ZIP     PIC X(10).

       FD  CASH-HISTORY-FILE
           RECORDING MODE IS F
           DATA RECORD IS CASH-HISTORY-RECORD.
      * SAME LINE CASHAPRB APPENDS FOR EVERY PAYMENT IT APPLIES OR
      * PARKS ON ACCOUNT.
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

       FD  ON-ACCOUNT-FILE
           RECORDING MODE IS F
           DATA RECORD IS ON-ACCOUNT-RECORD.
      * UNAPPLIED CASH CASHAPRB HOLDS PER CUSTOMER, IN USD.
       01 ON-ACCOUNT-RECORD.
           05  ONA-CUST                 PIC X(06).
           05  ONA-BALANCE              PIC 9(08)V99.

       FD  COMPANY-CONTROL-FILE
           RECORDING MODE IS F
           DATA RECORD IS COMPANY-CONTROL-RECORD.
       01 COMPANY-CONTROL-RECORD         PIC X(156).

       FD  STATEMENT-FILE
           RECORDING MODE IS F
           DATA RECORD IS STATEMENT-RECORD.
       01 STATEMENT-RECORD               PIC X(133).

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
           05 WS-ON-ACCOUNT-PATH        PIC X(80)
                VALUE "C:\Users\Ryan\Desktop\ONACCT.DAT".
           05 WS-COMPANY-CONTROL-PATH   PIC X(80)
                VALUE "C:\Users\Ryan\Desktop\COMPANY.DAT".
           05 WS-STATEMENT-PATH         PIC X(80)
                VALUE "C:\Users\Ryan\Desktop\CUSSTMT.rpt".
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
        01 WS-ON-ACCOUNT-STATUS         pic X(02).
           88 ON-ACCOUNT-FILE-OK           VALUE "00".
           88 END-OF-ON-ACCOUNT            VALUE "10".
        01 WS-COMPANY-CONTROL-STATUS    pic X(02).
           88 COMPANY-CONTROL-FOUND        VALUE "00".
        01 WS-STATEMENT-STATUS          pic X(02).
           88 GOOD-STATEMENT-WRITE         VALUE "00".
        01 WS-AUDIT-TRAIL-STATUS        pic X(02).
           88 GOOD-AUDIT-TRAIL-WRITE       VALUE "00".

      * RUN SETTINGS - THE STATEMENT DATE AND THE FIRST OF ITS MONTH.
        01 WS-STMT-DATE                 PIC 9(08) VALUE 0.
        01 WS-PERIOD-FROM               PIC 9(08) VALUE 0.
        01 WS-STMT-CCYYMM               PIC 9(06) VALUE 0.
        01 WS-ENV-STAGING               PIC X(16) VALUE SPACES.
        01 WS-RUN-RC                    PIC 9(02) VALUE 0.
        COPY "COMPANY.cpy".

      * CUSTOMERS - NAME AND BILL-TO FROM THE MASTER.  A CUSTOMER
      * WITH INVOICES OR CASH BUT NO MASTER RECORD IS ADDED WITH NO
      * ADDRESS SO THE STATEMENT STILL PRINTS (AND IS HELD).
        01 WS-CUS-COUNT                 PIC 9(04) VALUE 0.
        01 WS-CUS-SUB                   PIC 9(04) VALUE 0.
        01 WS-SEEK-CUST                 PIC X(06) VALUE SPACES.
        01 WS-CUSTOMER-TABLE.
           05 CUS-TABLE-ENTRY OCCURS 0 TO 2000 TIMES
                 DEPENDING ON WS-CUS-COUNT.
              10 TABLE-CUS-NUMBER       PIC X(06).
              10 TABLE-CUS-NAME         PIC X(20).
              10 TABLE-CUS-ADDR-1       PIC X(30).
              10 TABLE-CUS-ADDR-2       PIC X(30).
              10 TABLE-CUS-CITY         PIC X(20).
              10 TABLE-CUS-STATE        PIC X(02).
              10 TABLE-CUS-ZIP          PIC X(10).

      * CASH HISTORY FROM THE FIRST OF THE MONTH ON.  TABLE-CSH-WHEN
      * IS P FOR CASH INSIDE THE PERIOD AND L FOR CASH AFTER THE
      * STATEMENT DATE, WHICH IS BACKED OUT OF TODAY'S BALANCES.
      * TABLE-CSH-AMOUNT IS IN TABLE-CSH-CURRENCY; TABLE-CSH-USD IS
      * THE SAME MONEY IN DOLLARS.
        01 WS-CSH-COUNT                 PIC 9(04) VALUE 0.
        01 WS-CSH-SUB                   PIC 9(04) VALUE 0.
        01 WS-CASH-TABLE.
           05 CSH-TABLE-ENTRY OCCURS 0 TO 5000 TIMES
                 DEPENDING ON WS-CSH-COUNT.
              10 TABLE-CSH-CUST         PIC X(06).
              10 TABLE-CSH-INVOICE      PIC X(06).
              10 TABLE-CSH-DATE         PIC 9(08).
              10 TABLE-CSH-TYPE         PIC X(01).
                 88 TABLE-CSH-NEW-CASH     VALUE "I" "A".
                 88 TABLE-CSH-TO-INVOICE   VALUE "I" "O" "C" "W".
                 88 TABLE-CSH-ADJ-CREDIT   VALUE "C" "W".
                 88 TABLE-CSH-ADJ-DEBIT    VALUE "D".
              10 TABLE-CSH-CURRENCY     PIC X(03).
              10 TABLE-CSH-AMOUNT       PIC 9(08)V99.
              10 TABLE-CSH-USD          PIC 9(08)V99.
              10 TABLE-CSH-WHEN         PIC X(01).
                 88 TABLE-CSH-IN-PERIOD    VALUE "P".
                 88 TABLE-CSH-LATER        VALUE "L".

      * OPEN INVOICES AS OF THE STATEMENT DATE, IN THE BILLING
      * CURRENCY - ONLY THOSE STILL OWING THEN OR BILLED THIS MONTH.
        01 WS-INV-COUNT                 PIC 9(04) VALUE 0.
        01 WS-INV-SUB                   PIC 9(04) VALUE 0.
        01 WS-INVOICE-TABLE.
           05 INVOICE-TABLE-ENTRY OCCURS 0 TO 5000 TIMES
                 DEPENDING ON WS-INV-COUNT.
              10 TABLE-INV-NUMBER       PIC X(06).
              10 TABLE-INV-CUST         PIC X(06).
              10 TABLE-INV-DATE         PIC X(08).
              10 TABLE-INV-CURRENCY     PIC X(03).
              10 TABLE-INV-AMOUNT       PIC 9(08)V99.
              10 TABLE-INV-BALANCE      PIC S9(08)V99.
              10 TABLE-INV-TYPE         PIC X(01).
                 88 TABLE-INV-FINANCE-CHARGE VALUE "F".

      * CASH HELD ON ACCOUNT AS OF THE STATEMENT DATE, USD.
        01 WS-ONA-COUNT                 PIC 9(04) VALUE 0.
        01 WS-ONA-SUB                   PIC 9(04) VALUE 0.
        01 WS-ON-ACCOUNT-TABLE.
           05 ONA-TABLE-ENTRY OCCURS 0 TO 2000 TIMES
                 DEPENDING ON WS-ONA-COUNT.
              10 TABLE-ONA-CUST         PIC X(06).
              10 TABLE-ONA-BALANCE      PIC S9(08)V99.

      * ONE STATEMENT PER CUSTOMER PER BILLING CURRENCY.
        01 WS-STM-COUNT                 PIC 9(04) VALUE 0.
        01 WS-STM-SUB                   PIC 9(04) VALUE 0.
        01 WS-SEEK-CURRENCY             PIC X(03) VALUE SPACES.
        01 WS-STATEMENT-TABLE.
           05 STM-TABLE-ENTRY OCCURS 0 TO 3000 TIMES
                 DEPENDING ON WS-STM-COUNT.
              10 TABLE-STM-CUS-SUB      PIC 9(04).
              10 TABLE-STM-CURRENCY     PIC X(03).
              10 TABLE-STM-CHARGES      PIC S9(09)V99.
              10 TABLE-STM-CREDITS      PIC S9(09)V99.
              10 TABLE-STM-CURRENT      PIC S9(09)V99.
              10 TABLE-STM-30           PIC S9(09)V99.
              10 TABLE-STM-60           PIC S9(09)V99.
              10 TABLE-STM-90           PIC S9(09)V99.
              10 TABLE-STM-ONACCT       PIC S9(09)V99.

      * ONE STATEMENT'S ACTIVITY, GATHERED THEN PRINTED IN DATE
      * ORDER.
        01 WS-ACT-COUNT                 PIC 9(03) VALUE 0.
        01 WS-ACT-SUB                   PIC 9(03) VALUE 0.
        01 WS-ACT-NEXT                  PIC 9(03) VALUE 0.
        01 WS-ACT-PRINTED               PIC 9(03) VALUE 0.
        01 WS-ACTIVITY-TABLE.
           05 ACT-TABLE-ENTRY OCCURS 0 TO 500 TIMES
                 DEPENDING ON WS-ACT-COUNT.
              10 TABLE-ACT-DATE         PIC 9(08).
              10 TABLE-ACT-REFERENCE    PIC X(06).
              10 TABLE-ACT-DESCRIPTION  PIC X(24).
              10 TABLE-ACT-CHARGE       PIC 9(08)V99.
              10 TABLE-ACT-CREDIT       PIC 9(08)V99.
              10 TABLE-ACT-DONE         PIC X(01).

        01 WS-INV-DATE-NUM              PIC 9(08) VALUE 0.
        01 WS-DAYS-OLD                  PIC S9(05) VALUE 0.
        01 WS-BALANCE                   PIC S9(09)V99 VALUE 0.
        01 WS-INV-DEBIT-MEMOS           PIC 9(09)V99 VALUE 0.
        01 WS-OPENING                   PIC S9(09)V99 VALUE 0.
        01 WS-CLOSING                   PIC S9(09)V99 VALUE 0.
        01 WS-RUNNING                   PIC S9(09)V99 VALUE 0.
        01 WS-STMT-CUS-SUB              PIC 9(04) VALUE 0.
        01 WS-NO-ADDRESS-SW             PIC X(01) VALUE "N".
           88 STATEMENT-HAS-NO-ADDRESS     VALUE "Y".
        01 WS-STMT-PRINT-LINE           PIC X(133) VALUE SPACES.
        01 WS-CITY-LINE                 PIC X(40) VALUE SPACES.

      * RUN COUNTERS.
        01 WS-INVOICES-READ             PIC 9(06) VALUE 0.
        01 WS-CASH-LINES-READ           PIC 9(06) VALUE 0.
        01 WS-STATEMENTS-WRITTEN        PIC 9(05) VALUE 0.
        01 WS-STATEMENTS-HELD           PIC 9(05) VALUE 0.
        01 WS-RUN-DATE                  PIC X(08).
        01 WS-RUN-TIME                  PIC 9(08) VALUE 0.
        COPY "AUDITTRL.cpy".
        COPY "DATEFUN.cpy".

       01  STM-HDG-01.
           05 STM-HDG-01-CC          PIC X(01) VALUE SPACE.
           05 FILLER                 PIC X(09) VALUE SPACES.
           05 STM-HDG-01-COMPANY     PIC X(45).
           05 FILLER                 PIC X(20) VALUE SPACES.
           05 FILLER                 PIC X(18)
              VALUE "CUSTOMER STATEMENT".
           05 FILLER                 PIC X(27) VALUE SPACES.
           05 FILLER                 PIC X(06) VALUE "PAGE: ".
           05 STM-HDG-01-PAGE        PIC ZZ9.
           05 FILLER                 PIC X(04) VALUE SPACES.
       01  STM-HDG-02.
           05 STM-HDG-02-CC          PIC X(01) VALUE SPACE.
           05 FILLER                 PIC X(09) VALUE SPACES.
           05 STM-HDG-02-ADDRESS     PIC X(40).
           05 FILLER                 PIC X(25) VALUE SPACES.
           05 FILLER                 PIC X(16)
              VALUE "STATEMENT DATE: ".
           05 STM-HDG-02-DATE        PIC 9999/99/99.
           05 FILLER                 PIC X(32) VALUE SPACES.
       01  STM-HDG-03.
           05 STM-HDG-03-CC          PIC X(01) VALUE SPACE.
           05 FILLER                 PIC X(09) VALUE SPACES.
           05 STM-HDG-03-CITY-LINE   PIC X(40).
           05 FILLER                 PIC X(25) VALUE SPACES.
           05 FILLER                 PIC X(16)
              VALUE "ACCOUNT:        ".
           05 STM-HDG-03-ACCOUNT     PIC X(06).
           05 FILLER                 PIC X(36) VALUE SPACES.
       01  STM-HDG-04.
           05 STM-HDG-04-CC          PIC X(01) VALUE SPACE.
           05 FILLER                 PIC X(74) VALUE SPACES.
           05 FILLER                 PIC X(16)
              VALUE "PERIOD:         ".
           05 STM-HDG-04-FROM        PIC 9999/99/99.
           05 FILLER                 PIC X(04) VALUE " TO ".
           05 STM-HDG-04-TO          PIC 9999/99/99.
           05 FILLER                 PIC X(18) VALUE SPACES.
       01  STM-HDG-05.
           05 STM-HDG-05-CC          PIC X(01) VALUE SPACE.
           05 FILLER                 PIC X(74) VALUE SPACES.
           05 FILLER                 PIC X(16)
              VALUE "AMOUNTS IN:     ".
           05 STM-HDG-05-CURRENCY    PIC X(03).
           05 FILLER                 PIC X(39) VALUE SPACES.

       01  BILL-TO-LINE.
           05 BILL-TO-CC             PIC X(01) VALUE SPACE.
           05 FILLER                 PIC X(14) VALUE SPACES.
           05 BILL-TO-TEXT           PIC X(60).
           05 FILLER                 PIC X(58) VALUE SPACES.

       01  COLUMN-HDG.
           05 COLUMN-HDG-CC          PIC X(01) VALUE SPACE.
           05 FILLER                 PIC X(09) VALUE SPACES.
           05 FILLER                 PIC X(13) VALUE "DATE".
           05 FILLER                 PIC X(09) VALUE "REF".
           05 FILLER                 PIC X(26) VALUE "DESCRIPTION".
           05 FILLER                 PIC X(13) VALUE "      CHARGES".
           05 FILLER                 PIC X(03) VALUE SPACES.
           05 FILLER                 PIC X(13) VALUE "      CREDITS".
           05 FILLER                 PIC X(03) VALUE SPACES.
           05 FILLER                 PIC X(16)
              VALUE "       BALANCE  ".
           05 FILLER                 PIC X(27) VALUE SPACES.

       01  DETAIL-LINE-ACTIVITY.
           05 DTL-CC                 PIC X(01) VALUE SPACE.
           05 FILLER                 PIC X(09) VALUE SPACES.
           05 DTL-DATE               PIC 9999/99/99.
           05 FILLER                 PIC X(03) VALUE SPACES.
           05 DTL-REFERENCE          PIC X(06).
           05 FILLER                 PIC X(03) VALUE SPACES.
           05 DTL-DESCRIPTION        PIC X(24).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 DTL-CHARGE             PIC ZZ,ZZZ,ZZ9.99 BLANK WHEN ZERO.
           05 FILLER                 PIC X(03) VALUE SPACES.
           05 DTL-CREDIT             PIC ZZ,ZZZ,ZZ9.99 BLANK WHEN ZERO.
           05 FILLER                 PIC X(03) VALUE SPACES.
           05 DTL-BALANCE            PIC ZZZ,ZZZ,ZZ9.99CR.
           05 FILLER                 PIC X(27) VALUE SPACES.

       01  AGING-HDG.
           05 AGING-HDG-CC           PIC X(01) VALUE SPACE.
           05 FILLER                 PIC X(09) VALUE SPACES.
           05 FILLER                 PIC X(16)
              VALUE "         CURRENT".
           05 FILLER                 PIC X(16)
              VALUE "         30 DAYS".
           05 FILLER                 PIC X(16)
              VALUE "         60 DAYS".
           05 FILLER                 PIC X(16)
              VALUE "        90+ DAYS".
           05 FILLER                 PIC X(16)
              VALUE "      ON ACCOUNT".
           05 FILLER                 PIC X(18)
              VALUE "      AMOUNT DUE  ".
           05 FILLER                 PIC X(25) VALUE SPACES.

       01  AGING-LINE.
           05 AGING-CC               PIC X(01) VALUE SPACE.
           05 FILLER                 PIC X(09) VALUE SPACES.
           05 FILLER                 PIC X(03) VALUE SPACES.
           05 AGING-CURRENT          PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER                 PIC X(03) VALUE SPACES.
           05 AGING-30               PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER                 PIC X(03) VALUE SPACES.
           05 AGING-60               PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER                 PIC X(03) VALUE SPACES.
           05 AGING-90               PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER                 PIC X(03) VALUE SPACES.
           05 AGING-ONACCT           PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 AGING-DUE              PIC ZZZ,ZZZ,ZZ9.99CR.
           05 FILLER                 PIC X(26) VALUE SPACES.

       01  DETAIL-LINE-LINE.
           05 FILLER                 PIC X(10) VALUE SPACES.
           05 FILLER                 PIC X(98) VALUE ALL "_".
           05 FILLER                 PIC X(25) VALUE SPACES.

       01  PAGE-STUFF.
           05 WS-PAGE-COUNT           PIC 999 VALUE 0.
           05 WS-LINE-COUNT           PIC 99 VALUE 0.

       PROCEDURE DIVISION.

           DISPLAY "CUSSTMRB FOR RYAN BROOKS".

           PERFORM 1000-INITIALIZE.
           PERFORM 2000-BUILD-STATEMENTS.

      * CUSTOMER-MASTER ORDER, EACH CUSTOMER'S CURRENCIES TOGETHER.
           PERFORM VARYING WS-CUS-SUB FROM 1 BY 1
              UNTIL WS-CUS-SUB > WS-CUS-COUNT
              PERFORM VARYING WS-STM-SUB FROM 1 BY 1
                 UNTIL WS-STM-SUB > WS-STM-COUNT
                 IF TABLE-STM-CUS-SUB (WS-STM-SUB) = WS-CUS-SUB
                    PERFORM 5000-PRINT-STATEMENT
                 END-IF
              END-PERFORM
           END-PERFORM.

           IF WS-STATEMENTS-HELD > 0 AND WS-RUN-RC < 04
              MOVE 04 TO WS-RUN-RC
           END-IF.
           MOVE WS-RUN-RC TO RETURN-CODE.

           display "STATEMENT DATE:              " WS-STMT-DATE.
           display "INVOICES READ:               " WS-INVOICES-READ.
           display "CASH HISTORY LINES READ:     " WS-CASH-LINES-READ.
           display "STATEMENTS WRITTEN:          "
               WS-STATEMENTS-WRITTEN.
           display "  HELD - NO BILL-TO ADDRESS: " WS-STATEMENTS-HELD.

           PERFORM 9900-WRITE-AUDIT-RECORD.

           close STATEMENT-FILE
                 AUDIT-TRAIL-FILE.

           GOBACK.

       0500-GET-FILE-PATHS.
      * OVERRIDE THE DEFAULT FILE PATHS IF THE MATCHING ENVIRONMENT
      * VARIABLE HAS BEEN SET:
           ACCEPT WS-ENV-PATH-OVERRIDE FROM ENVIRONMENT
                  "CUSSTMRB-OPEN-INVOICE-FILE".
           IF WS-ENV-PATH-OVERRIDE NOT = SPACES
              MOVE WS-ENV-PATH-OVERRIDE TO WS-OPEN-INVOICE-PATH
           END-IF.
           ACCEPT WS-ENV-PATH-OVERRIDE FROM ENVIRONMENT
                  "CUSSTMRB-CUSTOMER-MASTER".
           IF WS-ENV-PATH-OVERRIDE NOT = SPACES
              MOVE WS-ENV-PATH-OVERRIDE TO WS-CUSTOMER-MASTER-PATH
           END-IF.
           ACCEPT WS-ENV-PATH-OVERRIDE FROM ENVIRONMENT
                  "CUSSTMRB-CASH-HISTORY-FILE".
           IF WS-ENV-PATH-OVERRIDE NOT = SPACES
              MOVE WS-ENV-PATH-OVERRIDE TO WS-CASH-HISTORY-PATH
           END-IF.
           ACCEPT WS-ENV-PATH-OVERRIDE FROM ENVIRONMENT
                  "CUSSTMRB-ON-ACCOUNT-FILE".
           IF WS-ENV-PATH-OVERRIDE NOT = SPACES
              MOVE WS-ENV-PATH-OVERRIDE TO WS-ON-ACCOUNT-PATH
           END-IF.
           ACCEPT WS-ENV-PATH-OVERRIDE FROM ENVIRONMENT
                  "CUSSTMRB-COMPANY-CONTROL".
           IF WS-ENV-PATH-OVERRIDE NOT = SPACES
              MOVE WS-ENV-PATH-OVERRIDE TO WS-COMPANY-CONTROL-PATH
           END-IF.
           ACCEPT WS-ENV-PATH-OVERRIDE FROM ENVIRONMENT
                  "CUSSTMRB-STATEMENT-FILE".
           IF WS-ENV-PATH-OVERRIDE NOT = SPACES
              MOVE WS-ENV-PATH-OVERRIDE TO WS-STATEMENT-PATH
           END-IF.
           ACCEPT WS-ENV-PATH-OVERRIDE FROM ENVIRONMENT
                  "CUSSTMRB-AUDIT-TRAIL-FILE".
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
           OPEN INPUT OPEN-INVOICE-FILE.
           IF NOT OPEN-INVOICE-SUCCESSFUL
              DISPLAY "CUSSTMRB: UNABLE TO OPEN OPEN-INVOICE FILE, "
                  "STATUS = " WS-OPEN-INVOICE-STATUS
              MOVE 16 TO RETURN-CODE
              PERFORM 9900-WRITE-AUDIT-RECORD
              CLOSE AUDIT-TRAIL-FILE
              GOBACK
           END-IF.
           OPEN OUTPUT STATEMENT-FILE.
           IF NOT GOOD-STATEMENT-WRITE
              DISPLAY "CUSSTMRB: UNABLE TO OPEN STATEMENT FILE, "
                  "STATUS = " WS-STATEMENT-STATUS
              MOVE 16 TO RETURN-CODE
              PERFORM 9900-WRITE-AUDIT-RECORD
              CLOSE AUDIT-TRAIL-FILE
              GOBACK
           END-IF.
           PERFORM 1150-LOAD-COMPANY-CONTROL.
           PERFORM 1200-LOAD-CUSTOMERS.
           PERFORM 1300-LOAD-CASH-HISTORY.
           PERFORM 1400-LOAD-OPEN-INVOICES.
           CLOSE OPEN-INVOICE-FILE.
           PERFORM 1500-LOAD-ON-ACCOUNT.

       1100-GET-RUN-SETTINGS.
           COMPUTE WS-STMT-DATE =
               FUNCTION NUMVAL (WS-RUN-DATE (1:6)) + 20000000.
           MOVE SPACES TO WS-ENV-STAGING.
           ACCEPT WS-ENV-STAGING FROM ENVIRONMENT
                  "CUSSTMRB-STATEMENT-DATE".
           IF WS-ENV-STAGING (1:8) IS NUMERIC
              MOVE WS-ENV-STAGING (1:8) TO WS-STMT-DATE
           END-IF.
           DIVIDE WS-STMT-DATE BY 100 GIVING WS-STMT-CCYYMM.
           COMPUTE WS-PERIOD-FROM = WS-STMT-CCYYMM * 100 + 1.
           MOVE WS-STMT-DATE   TO STM-HDG-02-DATE.
           MOVE WS-PERIOD-FROM TO STM-HDG-04-FROM.
           MOVE WS-STMT-DATE   TO STM-HDG-04-TO.

       1150-LOAD-COMPANY-CONTROL.
      * OUR NAME AND ADDRESS HEAD EVERY STATEMENT.  WITHOUT THE
      * COMPANY RECORD THE STATEMENTS STILL PRINT, BUT THE RUN SAYS
      * SO AND ENDS WITH A 4 - THEY SHOULD NOT GO OUT UNHEADED.
           OPEN INPUT COMPANY-CONTROL-FILE.
           IF COMPANY-CONTROL-FOUND
              READ COMPANY-CONTROL-FILE INTO WS-COMPANY-CONTROL-LINE
              CLOSE COMPANY-CONTROL-FILE
           END-IF.
           IF WS-CMP-NAME = SPACES
              DISPLAY "CUSSTMRB: NO COMPANY CONTROL RECORD - "
                  "STATEMENTS PRINT WITHOUT OUR NAME AND ADDRESS"
              IF WS-RUN-RC < 04
                 MOVE 04 TO WS-RUN-RC
              END-IF
           END-IF.
           MOVE WS-CMP-NAME    TO STM-HDG-01-COMPANY.
           MOVE WS-CMP-ADDRESS TO STM-HDG-02-ADDRESS.
           MOVE SPACES TO WS-CITY-LINE.
           IF WS-CMP-CITY NOT = SPACES
              STRING WS-CMP-CITY DELIMITED BY "  "
                     ", "        DELIMITED BY SIZE
                     WS-CMP-STATE DELIMITED BY SIZE
                     " "         DELIMITED BY SIZE
                     WS-CMP-ZIP  DELIMITED BY SIZE
                  INTO WS-CITY-LINE
           END-IF.
           MOVE WS-CITY-LINE TO STM-HDG-03-CITY-LINE.

       1200-LOAD-CUSTOMERS.
           OPEN INPUT CUSTOMER-MASTER.
           IF CUSTOMER-MASTER-SUCCESSFUL
              PERFORM UNTIL END-OF-CUSTOMER-MASTER
                 READ CUSTOMER-MASTER
                    AT END
                       SET END-OF-CUSTOMER-MASTER TO TRUE
                    NOT AT END
                       MOVE CUST-MASTER-NUMBER TO WS-SEEK-CUST
                       PERFORM 1260-FIND-CUSTOMER
                       MOVE CUST-MASTER-NAME TO
                            TABLE-CUS-NAME (WS-CUS-SUB)
                       MOVE CUST-MASTER-BILL-ADDR-1 TO
                            TABLE-CUS-ADDR-1 (WS-CUS-SUB)
                       MOVE CUST-MASTER-BILL-ADDR-2 TO
                            TABLE-CUS-ADDR-2 (WS-CUS-SUB)
                       MOVE CUST-MASTER-BILL-CITY TO
                            TABLE-CUS-CITY (WS-CUS-SUB)
                       MOVE CUST-MASTER-BILL-STATE TO
                            TABLE-CUS-STATE (WS-CUS-SUB)
                       MOVE CUST-MASTER-BILL-ZIP TO
                            TABLE-CUS-ZIP (WS-CUS-SUB)
                 END-READ
              END-PERFORM
              CLOSE CUSTOMER-MASTER
           ELSE
              DISPLAY "CUSSTMRB: NO CUSTOMER MASTER - EVERY "
                  "STATEMENT WILL BE HELD FOR AN ADDRESS"
           END-IF.

       1260-FIND-CUSTOMER.
      * A CUSTOMER NOT ON THE MASTER IS ADDED WITH NO NAME OR
      * ADDRESS SO THEIR INVOICES AND CASH STILL REACH A STATEMENT.
           PERFORM VARYING WS-CUS-SUB FROM 1 BY 1
              UNTIL WS-CUS-SUB > WS-CUS-COUNT
                 OR TABLE-CUS-NUMBER (WS-CUS-SUB) = WS-SEEK-CUST
           END-PERFORM.
           IF WS-CUS-SUB > WS-CUS-COUNT
              IF WS-CUS-COUNT = 2000
                 DISPLAY "CUSSTMRB: CUSTOMER TABLE CEILING (2000) "
                     "REACHED - RUN STOPPED"
                 MOVE 16 TO RETURN-CODE
                 GOBACK
              END-IF
              ADD 1 TO WS-CUS-COUNT
              MOVE WS-CUS-COUNT TO WS-CUS-SUB
              MOVE WS-SEEK-CUST TO TABLE-CUS-NUMBER (WS-CUS-SUB)
              MOVE "*** UNKNOWN CUST ***" TO TABLE-CUS-NAME (WS-CUS-SUB)
              MOVE SPACES TO TABLE-CUS-ADDR-1 (WS-CUS-SUB)
              MOVE SPACES TO TABLE-CUS-ADDR-2 (WS-CUS-SUB)
              MOVE SPACES TO TABLE-CUS-CITY (WS-CUS-SUB)
              MOVE SPACES TO TABLE-CUS-STATE (WS-CUS-SUB)
              MOVE SPACES TO TABLE-CUS-ZIP (WS-CUS-SUB)
           END-IF.

       1300-LOAD-CASH-HISTORY.
      * ONLY CASH FROM THE FIRST OF THE MONTH ON MATTERS: INSIDE THE
      * PERIOD IT PRINTS, AFTER THE STATEMENT DATE IT IS BACKED OUT.
      * LINES WRITTEN BEFORE THE CURRENCY FIELDS EXISTED READ IN
      * SHORT AND ARE TAKEN AS USD.
           OPEN INPUT CASH-HISTORY-FILE.
           IF CASH-HISTORY-SUCCESSFUL
              PERFORM UNTIL END-OF-CASH-HISTORY
                 READ CASH-HISTORY-FILE
                    AT END
                       SET END-OF-CASH-HISTORY TO TRUE
                    NOT AT END
                       ADD 1 TO WS-CASH-LINES-READ
                       IF CSH-PAID-DATE IS NUMERIC
                          AND CSH-AMOUNT IS NUMERIC
                          AND CSH-PAID-DATE NOT < WS-PERIOD-FROM
                          PERFORM 1350-KEEP-CASH-LINE
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE CASH-HISTORY-FILE
           ELSE
              DISPLAY "CUSSTMRB: NO CASH HISTORY - STATEMENTS "
                  "SHOW NO PAYMENTS"
           END-IF.

       1350-KEEP-CASH-LINE.
           IF WS-CSH-COUNT = 5000
              DISPLAY "CUSSTMRB: CASH HISTORY TABLE CEILING (5000) "
                  "REACHED - RUN STOPPED"
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           ADD 1 TO WS-CSH-COUNT.
           MOVE CSH-CUST-NUMBER    TO TABLE-CSH-CUST (WS-CSH-COUNT).
           MOVE CSH-INVOICE-NUMBER TO TABLE-CSH-INVOICE (WS-CSH-COUNT).
           MOVE CSH-PAID-DATE      TO TABLE-CSH-DATE (WS-CSH-COUNT).
           IF CSH-ENTRY-TYPE = SPACE
              MOVE "I" TO TABLE-CSH-TYPE (WS-CSH-COUNT)
           ELSE
              MOVE CSH-ENTRY-TYPE TO TABLE-CSH-TYPE (WS-CSH-COUNT)
           END-IF.
           MOVE CSH-AMOUNT TO TABLE-CSH-USD (WS-CSH-COUNT).
           IF CSH-CURRENCY = SPACES
              OR CSH-ORIG-AMOUNT IS NOT NUMERIC
              MOVE "USD"      TO TABLE-CSH-CURRENCY (WS-CSH-COUNT)
              MOVE CSH-AMOUNT TO TABLE-CSH-AMOUNT (WS-CSH-COUNT)
           ELSE
              MOVE CSH-CURRENCY    TO TABLE-CSH-CURRENCY (WS-CSH-COUNT)
              MOVE CSH-ORIG-AMOUNT TO TABLE-CSH-AMOUNT (WS-CSH-COUNT)
           END-IF.
           IF CSH-PAID-DATE > WS-STMT-DATE
              MOVE "L" TO TABLE-CSH-WHEN (WS-CSH-COUNT)
           ELSE
              MOVE "P" TO TABLE-CSH-WHEN (WS-CSH-COUNT)
           END-IF.

       1400-LOAD-OPEN-INVOICES.
      * EACH INVOICE'S BALANCE AS OF THE STATEMENT DATE IS TODAY'S
      * BALANCE PLUS WHATEVER WAS APPLIED TO IT SINCE, LESS ANY DEBIT
      * MEMO ADDED TO IT SINCE.  INVOICES
      * BILLED AFTER THE STATEMENT DATE WAIT FOR NEXT MONTH; THOSE
      * PAID OFF BEFORE THIS MONTH AND BILLED EARLIER DROP OUT.
           PERFORM UNTIL END-OF-OPEN-INVOICE
              READ OPEN-INVOICE-FILE
                 AT END
                    CONTINUE
                 NOT AT END
                    ADD 1 TO WS-INVOICES-READ
                    MOVE 0 TO WS-INV-DATE-NUM
                    IF OPNINV-DATE IS NUMERIC
                       MOVE OPNINV-DATE TO WS-INV-DATE-NUM
                    END-IF
                    IF WS-INV-DATE-NUM NOT > WS-STMT-DATE
                       PERFORM 1450-TAKE-INVOICE
                    END-IF
              END-READ
           END-PERFORM.

       1450-TAKE-INVOICE.
           IF OPNINV-CURRENCY = SPACES OR OPNINV-CURRENCY = "USD"
              MOVE "USD" TO WS-SEEK-CURRENCY
              COMPUTE WS-BALANCE = OPNINV-AMOUNT - OPNINV-PAID
           ELSE
              MOVE OPNINV-CURRENCY TO WS-SEEK-CURRENCY
              COMPUTE WS-BALANCE =
                  OPNINV-ORIG-AMOUNT - OPNINV-ORIG-PAID
           END-IF.
           IF OPNINV-STATUS = "P"
              MOVE 0 TO WS-BALANCE
           END-IF.
           PERFORM VARYING WS-CSH-SUB FROM 1 BY 1
              UNTIL WS-CSH-SUB > WS-CSH-COUNT
              IF TABLE-CSH-LATER (WS-CSH-SUB)
                 AND TABLE-CSH-TO-INVOICE (WS-CSH-SUB)
                 AND TABLE-CSH-INVOICE (WS-CSH-SUB) = OPNINV-NUMBER
                 AND TABLE-CSH-CUST (WS-CSH-SUB) = OPNINV-CUST
                 ADD TABLE-CSH-AMOUNT (WS-CSH-SUB) TO WS-BALANCE
              END-IF
           END-PERFORM.
      * A DEBIT MEMO PRINTS AS A CHARGE OF ITS OWN, SO THE INVOICE'S
      * CHARGE IS WHAT WAS BILLED, WITHOUT THE MEMOS ADDED SINCE.
           MOVE 0 TO WS-INV-DEBIT-MEMOS.
           PERFORM VARYING WS-CSH-SUB FROM 1 BY 1
              UNTIL WS-CSH-SUB > WS-CSH-COUNT
              IF TABLE-CSH-ADJ-DEBIT (WS-CSH-SUB)
                 AND TABLE-CSH-INVOICE (WS-CSH-SUB) = OPNINV-NUMBER
                 AND TABLE-CSH-CUST (WS-CSH-SUB) = OPNINV-CUST
                 ADD TABLE-CSH-AMOUNT (WS-CSH-SUB) TO
                     WS-INV-DEBIT-MEMOS
                 IF TABLE-CSH-LATER (WS-CSH-SUB)
                    SUBTRACT TABLE-CSH-AMOUNT (WS-CSH-SUB) FROM
                        WS-BALANCE
                 END-IF
              END-IF
           END-PERFORM.
           IF WS-BALANCE > 0
              OR WS-INV-DATE-NUM NOT < WS-PERIOD-FROM
              IF WS-INV-COUNT = 5000
                 DISPLAY "CUSSTMRB: INVOICE TABLE CEILING (5000) "
                     "REACHED - RUN STOPPED"
                 MOVE 16 TO RETURN-CODE
                 GOBACK
              END-IF
              ADD 1 TO WS-INV-COUNT
              MOVE OPNINV-NUMBER TO TABLE-INV-NUMBER (WS-INV-COUNT)
              MOVE OPNINV-CUST   TO TABLE-INV-CUST (WS-INV-COUNT)
              MOVE OPNINV-DATE   TO TABLE-INV-DATE (WS-INV-COUNT)
              MOVE WS-SEEK-CURRENCY TO
                   TABLE-INV-CURRENCY (WS-INV-COUNT)
              IF WS-SEEK-CURRENCY = "USD"
                 MOVE OPNINV-AMOUNT TO
                      TABLE-INV-AMOUNT (WS-INV-COUNT)
              ELSE
                 MOVE OPNINV-ORIG-AMOUNT TO
                      TABLE-INV-AMOUNT (WS-INV-COUNT)
              END-IF
              SUBTRACT WS-INV-DEBIT-MEMOS FROM
                  TABLE-INV-AMOUNT (WS-INV-COUNT)
              MOVE WS-BALANCE TO TABLE-INV-BALANCE (WS-INV-COUNT)
              MOVE OPNINV-TYPE TO TABLE-INV-TYPE (WS-INV-COUNT)
           END-IF.

       1500-LOAD-ON-ACCOUNT.
      * TODAY'S ON-ACCOUNT BALANCE, LESS CASH PARKED SINCE THE
      * STATEMENT DATE, PLUS CREDIT SPENT OFF IT SINCE.
           OPEN INPUT ON-ACCOUNT-FILE.
           IF ON-ACCOUNT-FILE-OK
              PERFORM UNTIL END-OF-ON-ACCOUNT
                 READ ON-ACCOUNT-FILE
                    AT END
                       SET END-OF-ON-ACCOUNT TO TRUE
                    NOT AT END
                       MOVE ONA-CUST TO WS-SEEK-CUST
                       PERFORM 1550-FIND-ON-ACCOUNT
                       ADD ONA-BALANCE TO
                           TABLE-ONA-BALANCE (WS-ONA-SUB)
                 END-READ
              END-PERFORM
              CLOSE ON-ACCOUNT-FILE
           END-IF.
           PERFORM VARYING WS-CSH-SUB FROM 1 BY 1
              UNTIL WS-CSH-SUB > WS-CSH-COUNT
              IF TABLE-CSH-LATER (WS-CSH-SUB)
                 AND TABLE-CSH-TYPE (WS-CSH-SUB) = "A"
                 MOVE TABLE-CSH-CUST (WS-CSH-SUB) TO WS-SEEK-CUST
                 PERFORM 1550-FIND-ON-ACCOUNT
                 SUBTRACT TABLE-CSH-USD (WS-CSH-SUB) FROM
                     TABLE-ONA-BALANCE (WS-ONA-SUB)
              END-IF
              IF TABLE-CSH-LATER (WS-CSH-SUB)
                 AND TABLE-CSH-TYPE (WS-CSH-SUB) = "O"
                 MOVE TABLE-CSH-CUST (WS-CSH-SUB) TO WS-SEEK-CUST
                 PERFORM 1550-FIND-ON-ACCOUNT
                 ADD TABLE-CSH-USD (WS-CSH-SUB) TO
                     TABLE-ONA-BALANCE (WS-ONA-SUB)
              END-IF
           END-PERFORM.

       1550-FIND-ON-ACCOUNT.
           PERFORM VARYING WS-ONA-SUB FROM 1 BY 1
              UNTIL WS-ONA-SUB > WS-ONA-COUNT
                 OR TABLE-ONA-CUST (WS-ONA-SUB) = WS-SEEK-CUST
           END-PERFORM.
           IF WS-ONA-SUB > WS-ONA-COUNT
              IF WS-ONA-COUNT = 2000
                 DISPLAY "CUSSTMRB: ON-ACCOUNT TABLE CEILING (2000) "
                     "REACHED - RUN STOPPED"
                 MOVE 16 TO RETURN-CODE
                 GOBACK
              END-IF
              ADD 1 TO WS-ONA-COUNT
              MOVE WS-ONA-COUNT TO WS-ONA-SUB
              MOVE WS-SEEK-CUST TO TABLE-ONA-CUST (WS-ONA-SUB)
              MOVE 0 TO TABLE-ONA-BALANCE (WS-ONA-SUB)
           END-IF.

       2000-BUILD-STATEMENTS.
      * A STATEMENT FOR EVERY CUSTOMER AND CURRENCY WITH AN OPEN
      * BALANCE, A CHARGE OR A PAYMENT THIS MONTH, OR CASH HELD ON
      * ACCOUNT.  CHARGES AND CREDITS ARE THE MONTH'S TOTALS; THE
      * BUCKETS AGE WHAT WAS STILL OPEN ON THE STATEMENT DATE.
           PERFORM VARYING WS-INV-SUB FROM 1 BY 1
              UNTIL WS-INV-SUB > WS-INV-COUNT
              MOVE TABLE-INV-CUST (WS-INV-SUB)     TO WS-SEEK-CUST
              MOVE TABLE-INV-CURRENCY (WS-INV-SUB) TO WS-SEEK-CURRENCY
              PERFORM 2900-FIND-STATEMENT
              IF TABLE-INV-DATE (WS-INV-SUB) IS NUMERIC
                 AND TABLE-INV-DATE (WS-INV-SUB) NOT < WS-PERIOD-FROM
                 ADD TABLE-INV-AMOUNT (WS-INV-SUB) TO
                     TABLE-STM-CHARGES (WS-STM-SUB)
              END-IF
              IF TABLE-INV-BALANCE (WS-INV-SUB) > 0
                 PERFORM 2100-AGE-INVOICE
              END-IF
           END-PERFORM.
           PERFORM VARYING WS-CSH-SUB FROM 1 BY 1
              UNTIL WS-CSH-SUB > WS-CSH-COUNT
              IF TABLE-CSH-IN-PERIOD (WS-CSH-SUB)
                 AND TABLE-CSH-NEW-CASH (WS-CSH-SUB)
                 MOVE TABLE-CSH-CUST (WS-CSH-SUB) TO WS-SEEK-CUST
                 MOVE TABLE-CSH-CURRENCY (WS-CSH-SUB) TO
                      WS-SEEK-CURRENCY
                 PERFORM 2900-FIND-STATEMENT
                 ADD TABLE-CSH-AMOUNT (WS-CSH-SUB) TO
                     TABLE-STM-CREDITS (WS-STM-SUB)
              END-IF
              IF TABLE-CSH-IN-PERIOD (WS-CSH-SUB)
                 AND (TABLE-CSH-ADJ-CREDIT (WS-CSH-SUB)
                      OR TABLE-CSH-ADJ-DEBIT (WS-CSH-SUB))
                 MOVE TABLE-CSH-CUST (WS-CSH-SUB) TO WS-SEEK-CUST
                 MOVE TABLE-CSH-CURRENCY (WS-CSH-SUB) TO
                      WS-SEEK-CURRENCY
                 PERFORM 2900-FIND-STATEMENT
                 IF TABLE-CSH-ADJ-DEBIT (WS-CSH-SUB)
                    ADD TABLE-CSH-AMOUNT (WS-CSH-SUB) TO
                        TABLE-STM-CHARGES (WS-STM-SUB)
                 ELSE
                    ADD TABLE-CSH-AMOUNT (WS-CSH-SUB) TO
                        TABLE-STM-CREDITS (WS-STM-SUB)
                 END-IF
              END-IF
           END-PERFORM.
           PERFORM VARYING WS-ONA-SUB FROM 1 BY 1
              UNTIL WS-ONA-SUB > WS-ONA-COUNT
              IF TABLE-ONA-BALANCE (WS-ONA-SUB) > 0
                 MOVE TABLE-ONA-CUST (WS-ONA-SUB) TO WS-SEEK-CUST
                 MOVE "USD" TO WS-SEEK-CURRENCY
                 PERFORM 2900-FIND-STATEMENT
                 ADD TABLE-ONA-BALANCE (WS-ONA-SUB) TO
                     TABLE-STM-ONACCT (WS-STM-SUB)
              END-IF
           END-PERFORM.

       2100-AGE-INVOICE.
      * UNDER 30 DAYS PAST THE INVOICE DATE IS CURRENT, THEN 30, 60,
      * AND 90-PLUS - THE SAME BUCKETS AS THE AR AGING, MEASURED TO
      * THE STATEMENT DATE.  AN UNREADABLE INVOICE DATE AGES AS
      * CURRENT.
           MOVE 0 TO WS-DAYS-OLD.
           IF TABLE-INV-DATE (WS-INV-SUB) IS NUMERIC
              MOVE "D" TO DFN-FUNCTION-CODE
              MOVE TABLE-INV-DATE (WS-INV-SUB) TO DFN-DATE-1
              MOVE WS-STMT-DATE TO DFN-DATE-2
              CALL "DATESRVRB" USING DATEFUN-PARMS
              IF DFN-OK
                 MOVE DFN-DAY-COUNT TO WS-DAYS-OLD
              END-IF
           END-IF.
           EVALUATE TRUE
              WHEN WS-DAYS-OLD < 30
                 ADD TABLE-INV-BALANCE (WS-INV-SUB) TO
                     TABLE-STM-CURRENT (WS-STM-SUB)
              WHEN WS-DAYS-OLD < 60
                 ADD TABLE-INV-BALANCE (WS-INV-SUB) TO
                     TABLE-STM-30 (WS-STM-SUB)
              WHEN WS-DAYS-OLD < 90
                 ADD TABLE-INV-BALANCE (WS-INV-SUB) TO
                     TABLE-STM-60 (WS-STM-SUB)
              WHEN OTHER
                 ADD TABLE-INV-BALANCE (WS-INV-SUB) TO
                     TABLE-STM-90 (WS-STM-SUB)
           END-EVALUATE.

       2900-FIND-STATEMENT.
           PERFORM 1260-FIND-CUSTOMER.
           PERFORM VARYING WS-STM-SUB FROM 1 BY 1
              UNTIL WS-STM-SUB > WS-STM-COUNT
                 OR (TABLE-STM-CUS-SUB (WS-STM-SUB) = WS-CUS-SUB
                     AND TABLE-STM-CURRENCY (WS-STM-SUB) =
                         WS-SEEK-CURRENCY)
           END-PERFORM.
           IF WS-STM-SUB > WS-STM-COUNT
              IF WS-STM-COUNT = 3000
                 DISPLAY "CUSSTMRB: STATEMENT TABLE CEILING (3000) "
                     "REACHED - RUN STOPPED"
                 MOVE 16 TO RETURN-CODE
                 GOBACK
              END-IF
              ADD 1 TO WS-STM-COUNT
              MOVE WS-STM-COUNT TO WS-STM-SUB
              MOVE WS-CUS-SUB TO TABLE-STM-CUS-SUB (WS-STM-SUB)
              MOVE WS-SEEK-CURRENCY TO TABLE-STM-CURRENCY (WS-STM-SUB)
              MOVE 0 TO TABLE-STM-CHARGES (WS-STM-SUB)
              MOVE 0 TO TABLE-STM-CREDITS (WS-STM-SUB)
              MOVE 0 TO TABLE-STM-CURRENT (WS-STM-SUB)
              MOVE 0 TO TABLE-STM-30 (WS-STM-SUB)
              MOVE 0 TO TABLE-STM-60 (WS-STM-SUB)
              MOVE 0 TO TABLE-STM-90 (WS-STM-SUB)
              MOVE 0 TO TABLE-STM-ONACCT (WS-STM-SUB)
           END-IF.

       5000-PRINT-STATEMENT.
      * CLOSING IS WHAT IS OPEN NOW LESS CASH HELD; OPENING WORKS
      * BACK FROM IT THROUGH THE MONTH'S CHARGES AND CREDITS.
           MOVE WS-CUS-SUB TO WS-STMT-CUS-SUB.
           COMPUTE WS-CLOSING =
               TABLE-STM-CURRENT (WS-STM-SUB) +
               TABLE-STM-30 (WS-STM-SUB) +
               TABLE-STM-60 (WS-STM-SUB) +
               TABLE-STM-90 (WS-STM-SUB) -
               TABLE-STM-ONACCT (WS-STM-SUB).
           COMPUTE WS-OPENING =
               WS-CLOSING -
               TABLE-STM-CHARGES (WS-STM-SUB) +
               TABLE-STM-CREDITS (WS-STM-SUB).
           IF TABLE-CUS-ADDR-1 (WS-CUS-SUB) = SPACES
              AND TABLE-CUS-CITY (WS-CUS-SUB) = SPACES
              SET STATEMENT-HAS-NO-ADDRESS TO TRUE
              ADD 1 TO WS-STATEMENTS-HELD
           ELSE
              MOVE "N" TO WS-NO-ADDRESS-SW
           END-IF.
           ADD 1 TO WS-STATEMENTS-WRITTEN.
           MOVE 0 TO WS-PAGE-COUNT.
           PERFORM 8000-WRITE-HEADINGS.

           MOVE SPACES TO DETAIL-LINE-ACTIVITY.
           MOVE WS-PERIOD-FROM TO DTL-DATE.
           MOVE "OPENING BALANCE" TO DTL-DESCRIPTION.
           MOVE 0 TO DTL-CHARGE.
           MOVE 0 TO DTL-CREDIT.
           MOVE WS-OPENING TO DTL-BALANCE.
           MOVE DETAIL-LINE-ACTIVITY TO WS-STMT-PRINT-LINE.
           PERFORM 7500-WRITE-STATEMENT-LINE.

           PERFORM 5200-GATHER-ACTIVITY.
           MOVE WS-OPENING TO WS-RUNNING.
           MOVE 0 TO WS-ACT-PRINTED.
           PERFORM UNTIL WS-ACT-PRINTED = WS-ACT-COUNT
              PERFORM 5300-PRINT-NEXT-ACTIVITY
           END-PERFORM.

           MOVE SPACES TO DETAIL-LINE-ACTIVITY.
           MOVE WS-STMT-DATE TO DTL-DATE.
           MOVE "CLOSING BALANCE" TO DTL-DESCRIPTION.
           MOVE TABLE-STM-CHARGES (WS-STM-SUB) TO DTL-CHARGE.
           MOVE TABLE-STM-CREDITS (WS-STM-SUB) TO DTL-CREDIT.
           MOVE WS-CLOSING TO DTL-BALANCE.
           MOVE DETAIL-LINE-LINE TO WS-STMT-PRINT-LINE.
           PERFORM 7500-WRITE-STATEMENT-LINE.
           MOVE DETAIL-LINE-ACTIVITY TO WS-STMT-PRINT-LINE.
           PERFORM 7500-WRITE-STATEMENT-LINE.

           PERFORM 5400-PRINT-AGING-STRIP.

       5200-GATHER-ACTIVITY.
      * THE MONTH'S INVOICES, NEW CASH AND ADJUSTMENTS FOR THIS
      * CUSTOMER AND CURRENCY.
           MOVE 0 TO WS-ACT-COUNT.
           PERFORM VARYING WS-INV-SUB FROM 1 BY 1
              UNTIL WS-INV-SUB > WS-INV-COUNT
              IF TABLE-INV-CUST (WS-INV-SUB) =
                 TABLE-CUS-NUMBER (WS-STMT-CUS-SUB)
                 AND TABLE-INV-CURRENCY (WS-INV-SUB) =
                     TABLE-STM-CURRENCY (WS-STM-SUB)
                 AND TABLE-INV-DATE (WS-INV-SUB) IS NUMERIC
                 AND TABLE-INV-DATE (WS-INV-SUB) NOT < WS-PERIOD-FROM
                 PERFORM 5250-ADD-ACTIVITY-SLOT
                 MOVE TABLE-INV-DATE (WS-INV-SUB) TO
                      TABLE-ACT-DATE (WS-ACT-COUNT)
                 MOVE TABLE-INV-NUMBER (WS-INV-SUB) TO
                      TABLE-ACT-REFERENCE (WS-ACT-COUNT)
                 IF TABLE-INV-FINANCE-CHARGE (WS-INV-SUB)
                    MOVE "FINANCE CHARGE" TO
                         TABLE-ACT-DESCRIPTION (WS-ACT-COUNT)
                 ELSE
                    MOVE "INVOICE" TO
                         TABLE-ACT-DESCRIPTION (WS-ACT-COUNT)
                 END-IF
                 MOVE TABLE-INV-AMOUNT (WS-INV-SUB) TO
                      TABLE-ACT-CHARGE (WS-ACT-COUNT)
              END-IF
           END-PERFORM.
           PERFORM VARYING WS-CSH-SUB FROM 1 BY 1
              UNTIL WS-CSH-SUB > WS-CSH-COUNT
              IF TABLE-CSH-IN-PERIOD (WS-CSH-SUB)
                 AND TABLE-CSH-NEW-CASH (WS-CSH-SUB)
                 AND TABLE-CSH-CUST (WS-CSH-SUB) =
                     TABLE-CUS-NUMBER (WS-STMT-CUS-SUB)
                 AND TABLE-CSH-CURRENCY (WS-CSH-SUB) =
                     TABLE-STM-CURRENCY (WS-STM-SUB)
                 PERFORM 5250-ADD-ACTIVITY-SLOT
                 MOVE TABLE-CSH-DATE (WS-CSH-SUB) TO
                      TABLE-ACT-DATE (WS-ACT-COUNT)
                 MOVE TABLE-CSH-INVOICE (WS-CSH-SUB) TO
                      TABLE-ACT-REFERENCE (WS-ACT-COUNT)
                 IF TABLE-CSH-TYPE (WS-CSH-SUB) = "A"
                    MOVE "PAYMENT - ON ACCOUNT" TO
                         TABLE-ACT-DESCRIPTION (WS-ACT-COUNT)
                 ELSE
                    MOVE "PAYMENT - THANK YOU" TO
                         TABLE-ACT-DESCRIPTION (WS-ACT-COUNT)
                 END-IF
                 MOVE TABLE-CSH-AMOUNT (WS-CSH-SUB) TO
                      TABLE-ACT-CREDIT (WS-ACT-COUNT)
              END-IF
              IF TABLE-CSH-IN-PERIOD (WS-CSH-SUB)
                 AND (TABLE-CSH-ADJ-CREDIT (WS-CSH-SUB)
                      OR TABLE-CSH-ADJ-DEBIT (WS-CSH-SUB))
                 AND TABLE-CSH-CUST (WS-CSH-SUB) =
                     TABLE-CUS-NUMBER (WS-STMT-CUS-SUB)
                 AND TABLE-CSH-CURRENCY (WS-CSH-SUB) =
                     TABLE-STM-CURRENCY (WS-STM-SUB)
                 PERFORM 5250-ADD-ACTIVITY-SLOT
                 MOVE TABLE-CSH-DATE (WS-CSH-SUB) TO
                      TABLE-ACT-DATE (WS-ACT-COUNT)
                 MOVE TABLE-CSH-INVOICE (WS-CSH-SUB) TO
                      TABLE-ACT-REFERENCE (WS-ACT-COUNT)
                 EVALUATE TABLE-CSH-TYPE (WS-CSH-SUB)
                    WHEN "D"
                       MOVE "DEBIT MEMO" TO
                            TABLE-ACT-DESCRIPTION (WS-ACT-COUNT)
                       MOVE TABLE-CSH-AMOUNT (WS-CSH-SUB) TO
                            TABLE-ACT-CHARGE (WS-ACT-COUNT)
                    WHEN "C"
                       MOVE "CREDIT MEMO" TO
                            TABLE-ACT-DESCRIPTION (WS-ACT-COUNT)
                       MOVE TABLE-CSH-AMOUNT (WS-CSH-SUB) TO
                            TABLE-ACT-CREDIT (WS-ACT-COUNT)
                    WHEN OTHER
                       MOVE "BALANCE WRITTEN OFF" TO
                            TABLE-ACT-DESCRIPTION (WS-ACT-COUNT)
                       MOVE TABLE-CSH-AMOUNT (WS-CSH-SUB) TO
                            TABLE-ACT-CREDIT (WS-ACT-COUNT)
                 END-EVALUATE
              END-IF
           END-PERFORM.

       5250-ADD-ACTIVITY-SLOT.
           IF WS-ACT-COUNT = 500
              DISPLAY "CUSSTMRB: ACTIVITY TABLE CEILING (500) "
                  "REACHED - RUN STOPPED"
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           ADD 1 TO WS-ACT-COUNT.
           MOVE 0      TO TABLE-ACT-CHARGE (WS-ACT-COUNT).
           MOVE 0      TO TABLE-ACT-CREDIT (WS-ACT-COUNT).
           MOVE "N"    TO TABLE-ACT-DONE (WS-ACT-COUNT).

       5300-PRINT-NEXT-ACTIVITY.
      * EARLIEST DATE NOT YET PRINTED; ON A TIE, THE ONE GATHERED
      * FIRST (INVOICES BEFORE THE CASH AGAINST THEM).
           MOVE 0 TO WS-ACT-NEXT.
           PERFORM VARYING WS-ACT-SUB FROM 1 BY 1
              UNTIL WS-ACT-SUB > WS-ACT-COUNT
              IF TABLE-ACT-DONE (WS-ACT-SUB) = "N"
                 IF WS-ACT-NEXT = 0
                    MOVE WS-ACT-SUB TO WS-ACT-NEXT
                 ELSE
                    IF TABLE-ACT-DATE (WS-ACT-SUB) <
                       TABLE-ACT-DATE (WS-ACT-NEXT)
                       MOVE WS-ACT-SUB TO WS-ACT-NEXT
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.
           MOVE "Y" TO TABLE-ACT-DONE (WS-ACT-NEXT).
           ADD 1 TO WS-ACT-PRINTED.
           ADD TABLE-ACT-CHARGE (WS-ACT-NEXT) TO WS-RUNNING.
           SUBTRACT TABLE-ACT-CREDIT (WS-ACT-NEXT) FROM WS-RUNNING.
           MOVE SPACES TO DETAIL-LINE-ACTIVITY.
           MOVE TABLE-ACT-DATE (WS-ACT-NEXT)        TO DTL-DATE.
           MOVE TABLE-ACT-REFERENCE (WS-ACT-NEXT)   TO DTL-REFERENCE.
           MOVE TABLE-ACT-DESCRIPTION (WS-ACT-NEXT) TO DTL-DESCRIPTION.
           MOVE TABLE-ACT-CHARGE (WS-ACT-NEXT)      TO DTL-CHARGE.
           MOVE TABLE-ACT-CREDIT (WS-ACT-NEXT)      TO DTL-CREDIT.
           MOVE WS-RUNNING                          TO DTL-BALANCE.
           MOVE DETAIL-LINE-ACTIVITY TO WS-STMT-PRINT-LINE.
           PERFORM 7500-WRITE-STATEMENT-LINE.

       5400-PRINT-AGING-STRIP.
           MOVE SPACES TO WS-STMT-PRINT-LINE.
           PERFORM 7500-WRITE-STATEMENT-LINE.
           MOVE AGING-HDG TO WS-STMT-PRINT-LINE.
           PERFORM 7500-WRITE-STATEMENT-LINE.
           MOVE TABLE-STM-CURRENT (WS-STM-SUB) TO AGING-CURRENT.
           MOVE TABLE-STM-30 (WS-STM-SUB)      TO AGING-30.
           MOVE TABLE-STM-60 (WS-STM-SUB)      TO AGING-60.
           MOVE TABLE-STM-90 (WS-STM-SUB)      TO AGING-90.
           MOVE TABLE-STM-ONACCT (WS-STM-SUB)  TO AGING-ONACCT.
           MOVE WS-CLOSING                     TO AGING-DUE.
           MOVE AGING-LINE TO WS-STMT-PRINT-LINE.
           PERFORM 7500-WRITE-STATEMENT-LINE.

       7500-WRITE-STATEMENT-LINE.
           add 1 to WS-LINE-COUNT.
           if WS-LINE-COUNT > 50
              PERFORM 8000-WRITE-HEADINGS.
           write STATEMENT-RECORD from WS-STMT-PRINT-LINE
             after advancing 01 lines.

       8000-WRITE-HEADINGS.
      * EVERY PAGE OF A STATEMENT CARRIES US, THE CUSTOMER'S BILL-TO
      * BLOCK, THE ACCOUNT, PERIOD AND CURRENCY.
           add 1 to WS-PAGE-COUNT.
           move WS-PAGE-COUNT TO STM-HDG-01-PAGE.
           MOVE TABLE-CUS-NUMBER (WS-STMT-CUS-SUB) TO
                STM-HDG-03-ACCOUNT.
           MOVE TABLE-STM-CURRENCY (WS-STM-SUB) TO STM-HDG-05-CURRENCY.
           WRITE STATEMENT-RECORD
            FROM STM-HDG-01 after advancing page.
           WRITE STATEMENT-RECORD
            FROM STM-HDG-02 after advancing 01 LINES.
           WRITE STATEMENT-RECORD
            FROM STM-HDG-03 after advancing 01 LINES.
           WRITE STATEMENT-RECORD
            FROM STM-HDG-04 after advancing 01 LINES.
           WRITE STATEMENT-RECORD
            FROM STM-HDG-05 after advancing 01 LINES.
           MOVE TABLE-CUS-NAME (WS-STMT-CUS-SUB) TO BILL-TO-TEXT.
           WRITE STATEMENT-RECORD
            FROM BILL-TO-LINE after advancing 02 LINES.
           MOVE 7 TO WS-LINE-COUNT.
           IF STATEMENT-HAS-NO-ADDRESS
              MOVE "*** NO BILL-TO ADDRESS ON FILE - HOLD ***" TO
                   BILL-TO-TEXT
              WRITE STATEMENT-RECORD
               FROM BILL-TO-LINE after advancing 01 LINES
              ADD 1 TO WS-LINE-COUNT
           ELSE
              MOVE TABLE-CUS-ADDR-1 (WS-STMT-CUS-SUB) TO BILL-TO-TEXT
              WRITE STATEMENT-RECORD
               FROM BILL-TO-LINE after advancing 01 LINES
              ADD 1 TO WS-LINE-COUNT
              IF TABLE-CUS-ADDR-2 (WS-STMT-CUS-SUB) NOT = SPACES
                 MOVE TABLE-CUS-ADDR-2 (WS-STMT-CUS-SUB) TO
                      BILL-TO-TEXT
                 WRITE STATEMENT-RECORD
                  FROM BILL-TO-LINE after advancing 01 LINES
                 ADD 1 TO WS-LINE-COUNT
              END-IF
              MOVE SPACES TO BILL-TO-TEXT
              STRING TABLE-CUS-CITY (WS-STMT-CUS-SUB)
                        DELIMITED BY "  "
                     ", "   DELIMITED BY SIZE
                     TABLE-CUS-STATE (WS-STMT-CUS-SUB)
                        DELIMITED BY SIZE
                     " "    DELIMITED BY SIZE
                     TABLE-CUS-ZIP (WS-STMT-CUS-SUB)
                        DELIMITED BY SIZE
                  INTO BILL-TO-TEXT
              WRITE STATEMENT-RECORD
               FROM BILL-TO-LINE after advancing 01 LINES
              ADD 1 TO WS-LINE-COUNT
           END-IF.
           WRITE STATEMENT-RECORD
            FROM COLUMN-HDG AFTER ADVANCING 02 LINES.
           ADD 2 TO WS-LINE-COUNT.

       9900-WRITE-AUDIT-RECORD.
      * APPEND ONE SUMMARY LINE FOR THIS RUN TO THE SHARED OPERATIONS
      * AUDIT TRAIL - HOW MANY STATEMENTS WENT OUT AND HOW MANY ARE
      * HELD FOR WANT OF AN ADDRESS.
           ACCEPT WS-RUN-TIME FROM TIME.
           MOVE "CUSSTMRB"            TO AUD-PROGRAM-NAME.
           MOVE WS-RUN-DATE           TO AUD-RUN-DATE.
           MOVE WS-RUN-TIME           TO AUD-RUN-TIME.
           MOVE WS-INVOICES-READ      TO AUD-RECORDS-READ.
           MOVE WS-STATEMENTS-WRITTEN TO AUD-RECORDS-WRITTEN.
           MOVE SPACES                TO AUD-KEY-TOTALS.
           MOVE "HELD="               TO AUD-KEY-TOTALS(1:5).
           MOVE WS-STATEMENTS-HELD    TO AUD-KEY-TOTALS(6:5).
           MOVE " AS OF "             TO AUD-KEY-TOTALS(11:7).
           MOVE WS-STMT-DATE          TO AUD-KEY-TOTALS(18:8).
           IF RETURN-CODE = 0
              MOVE "OK" TO AUD-COMPLETION-STATUS
           ELSE
              MOVE "ER" TO AUD-COMPLETION-STATUS
           END-IF.
           WRITE AUDIT-TRAIL-RECORD FROM AUDIT-TRAIL-LINE.
