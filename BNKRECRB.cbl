       IDENTIFICATION DIVISION.
       PROGRAM-ID.    BNKRECRB.
       AUTHOR.        RYAN BROOKS
      * OPERATING-ACCOUNT BANK RECONCILIATION.  CHKRECRB ONLY TIES
      * OUT PAYROLL PAPER CHECKS; THE OPERATING ACCOUNT ALSO CARRIES
      * THE PAYROLL DIRECT-DEPOSIT DEBIT, GARNISHMENT REMITTANCES,
      * THE 401(K) REMITTANCE, LOCKBOX DEPOSITS, AND WHATEVER THE
      * BANK CHARGES US.  THIS PROGRAM READS THE BANK'S BAI2
      * STATEMENT FILE AND MATCHES EVERY DEPOSIT, DEBIT, AND PAID
      * CHECK ON IT TO WHAT OUR OWN PROGRAMS SAY WENT OUT OR CAME IN:
      *     CHECKISSUE.DAT  - CHECKS CUT BY PAYRPTRB (MATCHED BY
      *                       CHECK NUMBER; STOPPYRB'S VOIDCHKS.DAT
      *                       MARKS THE STOPPED ONES)
      *     PAYROLLACH.DAT  - THE PAYROLL NACHA FILE - ONE DEBIT FOR
      *                       ITS FILE-CONTROL TOTAL
      *     GARNPAY.DAT     - GARNISHMENT PAYMENTS, ACH OR CHECK
      *     401KREMIT.DAT   - THE PLAN REMITTANCE (DEFERRAL + MATCH)
      *     PAYMENTS.txt    - THE LOCKBOX FILE CASHAPRB APPLIES - ONE
      *                       DEPOSIT FOR ITS USD TOTAL
      *     APCHKISS.DAT    - VENDOR CHECKS CUT BY APPAYRB (MATCHED
      *                       BY CHECK NUMBER, LIKE PAYROLL'S)
      *     APACH.DAT       - THE AP NACHA FILE - ONE DEBIT FOR ITS
      *                       FILE-CONTROL TOTAL
      * THOSE FILES ARE REPLACED RUN TO RUN, SO EVERY ITEM FOUND IN
      * THEM IS KEPT ON THE BOOK-ITEMS MASTER (BNKITEMS.DAT) UNTIL
      * THE BANK CLEARS IT - AN ITEM STAYS OUTSTANDING ACROSS AS MANY
      * STATEMENTS AS IT TAKES.  THE MASTER IS LOADED AND REWRITTEN
      * WHOLE UNDER A RUN LOCK.
      *
      * THE REPORT (BANKRECON.RPT) LISTS EVERY STATEMENT ITEM WITH NO
      * BOOK ITEM BEHIND IT (BANK FEES, CHECKS WE NEVER ISSUED, WRONG
      * AMOUNTS, PAYMENTS AGAINST STOP ORDERS), THEN EVERY BOOK ITEM
      * STILL OUTSTANDING, THEN PROVES THE STATEMENT'S CLOSING LEDGER
      * BALANCE TO THE GL CASH ACCOUNT'S BALANCE ON GLLEDGER.DAT:
      *     STATEMENT BALANCE + DEPOSITS IN TRANSIT - OUTSTANDING
      *     CHECKS AND PAYMENTS  MUST EQUAL  GL CASH - BANK DEBITS
      *     NOT ON THE BOOKS + BANK CREDITS NOT ON THE BOOKS.
      * A RECONCILIATION THAT DOES NOT PROVE ENDS WITH RETURN-CODE 8,
      * THE SAME AS AN OUT-OF-BALANCE TRIAL BALANCE.
      *
      * STATEMENT FORMAT: BAI2 RECORDS, COMMA-SEPARATED, ENDED BY A
      * SLASH - 02 GROUP HEADER (AS-OF DATE), 03 ACCOUNT IDENTIFIER
      * (010 OPENING / 015 CLOSING LEDGER BALANCE), 16 TRANSACTION
      * DETAIL (TYPE CODE, AMOUNT IN CENTS, FUNDS TYPE, BANK REF,
      * CUSTOMER REF - THE CHECK NUMBER ON A PAID CHECK - AND TEXT).
      * TYPE CODES 100-399 ARE CREDITS, 400-699 DEBITS, 475 A PAID
      * CHECK, 698 AND 699 BANK FEES.  ONLY THE ACCOUNT NAMED IN
      * BNKRECRB-BANK-ACCOUNT (THE POSITIVE-PAY ACCOUNT BY DEFAULT)
      * IS RECONCILED; 88 CONTINUATION RECORDS ARE NOT READ.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BANK-STATEMENT-IN ASSIGN DYNAMIC
                 WS-BANK-STATEMENT-PATH
             organization is line sequential
             file status is WS-BANK-STATEMENT-STATUS.
           SELECT BOOK-ITEM-FILE ASSIGN DYNAMIC
                 WS-BOOK-ITEM-PATH
             organization is line sequential
             file status is WS-BOOK-ITEM-STATUS.
           SELECT CHECK-ISSUE-FILE ASSIGN DYNAMIC
                 WS-CHECK-ISSUE-PATH
             organization is line sequential
             file status is WS-CHECK-ISSUE-STATUS.
           SELECT VOID-CHECK-FILE ASSIGN DYNAMIC
                 WS-VOID-CHECK-PATH
             organization is line sequential
             file status is WS-VOID-CHECK-STATUS.
           SELECT PAYROLL-ACH-FILE ASSIGN DYNAMIC
                 WS-PAYROLL-ACH-PATH
             organization is line sequential
             file status is WS-PAYROLL-ACH-STATUS.
           SELECT GARN-PAYMENT-FILE ASSIGN DYNAMIC
                 WS-GARN-PAYMENT-PATH
             organization is line sequential
             file status is WS-GARN-PAYMENT-STATUS.
           SELECT RETIRE-REMIT-FILE ASSIGN DYNAMIC
                 WS-RETIRE-REMIT-PATH
             organization is line sequential
             file status is WS-RETIRE-REMIT-STATUS.
           SELECT LOCKBOX-FILE ASSIGN DYNAMIC
                 WS-LOCKBOX-PATH
             organization is line sequential
             file status is WS-LOCKBOX-STATUS.
           SELECT VENDOR-CHECK-FILE ASSIGN DYNAMIC
                 WS-VENDOR-CHECK-PATH
             organization is line sequential
             file status is WS-VENDOR-CHECK-STATUS.
           SELECT VENDOR-ACH-FILE ASSIGN DYNAMIC
                 WS-VENDOR-ACH-PATH
             organization is line sequential
             file status is WS-VENDOR-ACH-STATUS.
           SELECT GL-LEDGER-FILE ASSIGN DYNAMIC
                 WS-GL-LEDGER-PATH
             organization is line sequential
             file status is WS-GL-LEDGER-STATUS.
           SELECT RECON-REPORT
             ASSIGN DYNAMIC WS-RECON-REPORT-PATH
             organization is LINE sequential
             file status is WS-RECON-REPORT-STATUS.
           SELECT AUDIT-TRAIL-FILE ASSIGN DYNAMIC
                 WS-AUDIT-TRAIL-PATH
             organization is line sequential
             file status is WS-AUDIT-TRAIL-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  BANK-STATEMENT-IN
           RECORDING MODE IS F
           DATA RECORD IS BANK-STATEMENT-RECORD.
       01 BANK-STATEMENT-RECORD          PIC X(200).

       FD  BOOK-ITEM-FILE
           RECORDING MODE IS F
           DATA RECORD IS BOOK-ITEM-RECORD.
      * ONE ROW PER ITEM OUR PROGRAMS SENT TO OR EXPECT FROM THE
      * BANK.  SOURCE: C CHECK, H GARNISHMENT CHECK, P PAYROLL ACH,
      * G GARNISHMENT ACH, R 401(K) REMITTANCE, L LOCKBOX DEPOSIT,
      * V VENDOR CHECK, A VENDOR ACH.
      * DIRECTION IS THE BANK'S SIDE: D DEBIT (MONEY OUT), C CREDIT.
       01 BOOK-ITEM-RECORD.
           05  BKI-SOURCE               PIC X(01).
           05  BKI-DIRECTION            PIC X(01).
           05  BKI-REFERENCE            PIC X(10).
           05  BKI-DATE                 PIC X(08).
           05  BKI-AMOUNT               PIC 9(09)V99.
           05  BKI-PAYEE                PIC X(20).
           05  BKI-STATUS               PIC X(01).
           05  BKI-CLEARED-DATE         PIC X(08).

       FD  CHECK-ISSUE-FILE
           RECORDING MODE IS F
           DATA RECORD IS CHECK-ISSUE-RECORD.
      * SAME LAYOUT PAYRPTRB WRITES, ONE ROW PER CHECK CUT:
       01 CHECK-ISSUE-RECORD.
           05  CHK-NUMBER               PIC 9(06).
           05  CHK-PAY-DATE             PIC X(06).
           05  CHK-EMP-NUMBER           PIC X(06).
           05  CHK-EMP-NAME             PIC X(20).
           05  CHK-NET-AMOUNT           PIC 9(06)V99.

       FD  VOID-CHECK-FILE
           RECORDING MODE IS F
           DATA RECORD IS VOID-CHECK-RECORD.
       01 VOID-CHECK-RECORD.
           05  VCH-CHECK-NUMBER         PIC 9(06).
           05  VCH-REPL-NUMBER          PIC 9(06).
           05  VCH-STOP-DATE            PIC X(08).
           05  VCH-REASON               PIC X(20).

       FD  PAYROLL-ACH-FILE
           RECORDING MODE IS F
           DATA RECORD IS PAYROLL-ACH-RECORD.
      * PAYRPTRB'S NACHA FILE - ONLY THE FILE HEADER (1) AND FILE
      * CONTROL (9) RECORDS ARE NEEDED HERE.  THE ALL-NINES BLOCK
      * FILLER RECORDS AFTER THE FILE CONTROL ARE SKIPPED.
       01 PAYROLL-ACH-RECORD.
           05  ACH-RECORD-TYPE          PIC X(01).
           05  FILLER                   PIC X(93).
       01 PAYROLL-ACH-HEADER.
           05  FILLER                   PIC X(23).
           05  ACH-FH-CREATE-DATE       PIC X(06).
           05  ACH-FH-CREATE-TIME       PIC X(04).
           05  FILLER                   PIC X(61).
       01 PAYROLL-ACH-CONTROL.
           05  FILLER                   PIC X(43).
           05  ACH-FC-TOTAL-CREDIT      PIC 9(10)V99.
           05  FILLER                   PIC X(39).

       FD  VENDOR-CHECK-FILE
           RECORDING MODE IS F
           DATA RECORD IS VENDOR-CHECK-RECORD.
      * SAME LAYOUT APPAYRB WRITES, ONE ROW PER VENDOR CHECK CUT:
       01 VENDOR-CHECK-RECORD.
           05  VCK-NUMBER               PIC 9(06).
           05  VCK-ISSUE-DATE           PIC X(08).
           05  VCK-VENDOR-ID            PIC X(05).
           05  VCK-VENDOR-NAME          PIC X(20).
           05  VCK-AMOUNT               PIC 9(08)V99.
           05  VCK-INVOICE-COUNT        PIC 9(03).

       FD  VENDOR-ACH-FILE
           RECORDING MODE IS F
           DATA RECORD IS VENDOR-ACH-RECORD.
      * APPAYRB'S NACHA FILE - SAME RECORDS AS THE PAYROLL ONE.
       01 VENDOR-ACH-RECORD.
           05  VAC-RECORD-TYPE          PIC X(01).
           05  FILLER                   PIC X(93).
       01 VENDOR-ACH-HEADER.
           05  FILLER                   PIC X(23).
           05  VAC-FH-CREATE-DATE       PIC X(06).
           05  VAC-FH-CREATE-TIME       PIC X(04).
           05  FILLER                   PIC X(61).
       01 VENDOR-ACH-CONTROL.
           05  FILLER                   PIC X(43).
           05  VAC-FC-TOTAL-CREDIT      PIC 9(10)V99.
           05  FILLER                   PIC X(39).

       FD  GARN-PAYMENT-FILE
           RECORDING MODE IS F
           DATA RECORD IS GARN-PAYMENT-RECORD.
       01 GARN-PAYMENT-RECORD.
           05  GPY-PAYEE-ID             PIC X(05).
           05  GPY-PAY-METHOD           PIC X(01).
           05  GPY-ROUTING              PIC X(09).
           05  GPY-ACCOUNT              PIC X(12).
           05  GPY-AMOUNT               PIC 9(08)V99.
           05  GPY-RUN-DATE             PIC X(08).

       FD  RETIRE-REMIT-FILE
           RECORDING MODE IS F
           DATA RECORD IS RETIRE-REMIT-RECORD.
       01 RETIRE-REMIT-RECORD.
           05  RET-REC-TYPE             PIC X(01).
           05  RET-DETAIL.
               10 RET-EMP-NUMBER        PIC X(06).
               10 RET-EMP-SSN           PIC X(09).
               10 RET-EMP-NAME          PIC X(20).
               10 RET-DEFERRAL          PIC 9(06)V99.
               10 RET-MATCH             PIC 9(06)V99.
           05  RET-TRAILER REDEFINES RET-DETAIL.
               10 RET-TRL-COUNT         PIC 9(06).
               10 RET-TRL-DEFERRAL      PIC 9(08)V99.
               10 RET-TRL-MATCH         PIC 9(08)V99.
               10 FILLER                PIC X(25).

       FD  LOCKBOX-FILE
           RECORDING MODE IS F
           DATA RECORD IS PAYMENT-RECORD.
      * SAME LAYOUT CASHAPRB READS.
       01 PAYMENT-RECORD.
           05  PAY-CUST-NUMBER          PIC X(06).
           05  PAY-INVOICE-NUMBER       PIC X(06).
           05  PAY-AMOUNT               PIC 9(08)V99.
           05  PAY-CURRENCY             PIC X(03).
           05  PAY-RATE-TO-USD          PIC 9V9999.
       01 PAYMENT-TRAILER REDEFINES PAYMENT-RECORD.
           05  PAY-TRL-ID               PIC X(03).
               88 PAYMENT-REC-IS-TRAILER   VALUE "TRL".
           05  PAY-TRL-COUNT            PIC 9(06).
           05  PAY-TRL-AMOUNT-HASH      PIC 9(10)V99.
           05  FILLER                   PIC X(09).

       FD  GL-LEDGER-FILE
           RECORDING MODE IS F
           DATA RECORD IS GL-LEDGER-RECORD.
       01 GL-LEDGER-RECORD.
           05  GLL-ACCOUNT              PIC X(08).
           05  GLL-PERIOD               PIC X(06).
           05  GLL-DEBITS               PIC 9(11)V99.
           05  GLL-CREDITS              PIC 9(11)V99.

       FD  RECON-REPORT
           RECORDING MODE IS F
           DATA RECORD IS RECON-REPORT-RECORD.
       01 RECON-REPORT-RECORD            PIC X(133).

       FD  AUDIT-TRAIL-FILE
           RECORDING MODE IS F
           DATA RECORD IS AUDIT-TRAIL-RECORD.
       01 AUDIT-TRAIL-RECORD             PIC X(89).

       WORKING-STORAGE SECTION.
      * FILE PATHS - DEFAULT TO THE PATHS BELOW, BUT CAN BE OVERRIDDEN
      * AT RUN TIME BY SETTING THE MATCHING ENVIRONMENT VARIABLE
      * BEFORE STARTING THE PROGRAM (SEE 0500-GET-FILE-PATHS):
        01 WS-FILE-PATHS.
           05 WS-BANK-STATEMENT-PATH    PIC X(80)
                VALUE "C:\Users\Ryan\Desktop\BANKSTMT.txt".
           05 WS-BOOK-ITEM-PATH         PIC X(80)
                VALUE "C:\Users\Ryan\Desktop\BNKITEMS.DAT".
           05 WS-CHECK-ISSUE-PATH       PIC X(80)
                VALUE "C:\Users\Ryan\Desktop\CHECKISSUE.DAT".
           05 WS-VOID-CHECK-PATH        PIC X(80)
                VALUE "C:\Users\Ryan\Desktop\VOIDCHKS.DAT".
           05 WS-PAYROLL-ACH-PATH       PIC X(80)
                VALUE "C:\Users\Ryan\Desktop\PAYROLLACH.DAT".
           05 WS-GARN-PAYMENT-PATH      PIC X(80)
                VALUE "C:\Users\Ryan\Desktop\GARNPAY.DAT".
           05 WS-RETIRE-REMIT-PATH      PIC X(80)
                VALUE "C:\Users\Ryan\Desktop\401KREMIT.DAT".
           05 WS-LOCKBOX-PATH           PIC X(80)
                VALUE "C:\Users\Ryan\Desktop\PAYMENTS.txt".
           05 WS-VENDOR-CHECK-PATH      PIC X(80)
                VALUE "C:\Users\Ryan\Desktop\APCHKISS.DAT".
           05 WS-VENDOR-ACH-PATH        PIC X(80)
                VALUE "C:\Users\Ryan\Desktop\APACH.DAT".
           05 WS-GL-LEDGER-PATH         PIC X(80)
                VALUE "C:\Users\Ryan\Desktop\GLLEDGER.DAT".
           05 WS-RECON-REPORT-PATH      PIC X(80)
                VALUE "C:\Users\Ryan\Desktop\BANKRECON.rpt".
           05 WS-AUDIT-TRAIL-PATH       PIC X(80)
                VALUE "C:\Users\Ryan\Desktop\OPS-AUDIT-TRAIL.LOG".
           05 WS-ENV-PATH-OVERRIDE      PIC X(80).

      * File status
        COPY "FILESTAT.cpy" REPLACING
            ==STATUS-FIELD==   BY ==WS-BANK-STATEMENT-STATUS==
            ==STATUS-OK==      BY ==BANK-STATEMENT-SUCCESSFUL==
            ==STATUS-EOF==     BY ==END-OF-BANK-STATEMENT==
            ==STATUS-INVALID== BY ==INVALID-VALUE-IN-FILE==.
        01 WS-BOOK-ITEM-STATUS          pic X(02).
           88 BOOK-ITEM-SUCCESSFUL         VALUE "00".
           88 END-OF-BOOK-ITEM             VALUE "10".
           88 GOOD-BOOK-ITEM-WRITE         VALUE "00".
        01 WS-CHECK-ISSUE-STATUS        pic X(02).
           88 CHECK-ISSUE-SUCCESSFUL       VALUE "00".
           88 END-OF-CHECK-ISSUE           VALUE "10".
        01 WS-VOID-CHECK-STATUS         pic X(02).
           88 VOID-CHECK-FILE-OK           VALUE "00".
           88 END-OF-VOID-CHECK-FILE       VALUE "10".
        01 WS-PAYROLL-ACH-STATUS        pic X(02).
           88 PAYROLL-ACH-SUCCESSFUL       VALUE "00".
           88 END-OF-PAYROLL-ACH           VALUE "10".
        01 WS-GARN-PAYMENT-STATUS       pic X(02).
           88 GARN-PAYMENT-SUCCESSFUL      VALUE "00".
           88 END-OF-GARN-PAYMENT          VALUE "10".
        01 WS-RETIRE-REMIT-STATUS       pic X(02).
           88 RETIRE-REMIT-SUCCESSFUL      VALUE "00".
           88 END-OF-RETIRE-REMIT          VALUE "10".
        01 WS-LOCKBOX-STATUS            pic X(02).
           88 LOCKBOX-SUCCESSFUL           VALUE "00".
           88 END-OF-LOCKBOX               VALUE "10".
        01 WS-VENDOR-CHECK-STATUS       pic X(02).
           88 VENDOR-CHECK-SUCCESSFUL      VALUE "00".
           88 END-OF-VENDOR-CHECK          VALUE "10".
        01 WS-VENDOR-ACH-STATUS         pic X(02).
           88 VENDOR-ACH-SUCCESSFUL        VALUE "00".
           88 END-OF-VENDOR-ACH            VALUE "10".
        01 WS-GL-LEDGER-STATUS          pic X(02).
           88 GL-LEDGER-SUCCESSFUL         VALUE "00".
           88 END-OF-GL-LEDGER             VALUE "10".
        01 WS-RECON-REPORT-STATUS       pic X(02).
           88 GOOD-RECON-REPORT            VALUE "00".
        01 WS-AUDIT-TRAIL-STATUS        pic X(02).
           88 GOOD-AUDIT-TRAIL-WRITE       VALUE "00".

      * RUN LOCK ON THE BOOK-ITEMS MASTER - IT IS REWRITTEN WHOLE.
        COPY "RUNLOCK.cpy".
        COPY "DATEFUN.cpy".

      * THE ACCOUNTS BEING RECONCILED - THE BANK ACCOUNT AS IT READS
      * ON THE STATEMENT'S 03 RECORD, AND THE GL CASH ACCOUNT IT IS
      * PROVED TO.  OVERRIDE WITH BNKRECRB-BANK-ACCOUNT AND
      * BNKRECRB-CASH-ACCOUNT; BNKRECRB-PERIOD SETS THE LAST GL
      * PERIOD IN THE CASH BALANCE (DEFAULT: THE FISCAL PERIOD OF THE
      * STATEMENT DATE).
        01 WS-BANK-ACCOUNT              PIC X(30)
             VALUE "000001234567".
        01 WS-GL-CASH-ACCT              PIC X(08) VALUE "10100000".
        01 WS-GL-PERIOD                 PIC X(06) VALUE SPACES.
        01 WS-ENV-STAGING               PIC X(30) VALUE SPACES.

      * THE BOOK-ITEMS MASTER, LOADED AT STARTUP, ADDED TO FROM THE
      * SOURCE FILES, MARKED OFF AS THE STATEMENT CLEARS ITEMS, AND
      * REWRITTEN AT END OF RUN.
        01 WS-BKI-COUNT                 PIC 9(05) VALUE 0.
        01 WS-BKI-SUB                   PIC 9(05) VALUE 0.
        01 WS-BOOK-ITEM-TABLE.
           05 BKI-TABLE-ENTRY OCCURS 0 TO 10000 TIMES
                 DEPENDING ON WS-BKI-COUNT.
              10 TABLE-BKI-SOURCE       PIC X(01).
              10 TABLE-BKI-DIRECTION    PIC X(01).
              10 TABLE-BKI-REFERENCE    PIC X(10).
              10 TABLE-BKI-DATE         PIC X(08).
              10 TABLE-BKI-AMOUNT       PIC 9(09)V99.
              10 TABLE-BKI-PAYEE        PIC X(20).
              10 TABLE-BKI-STATUS       PIC X(01).
                 88 TABLE-BKI-OUTSTANDING  VALUE "O".
                 88 TABLE-BKI-CLEARED      VALUE "C".
                 88 TABLE-BKI-VOIDED       VALUE "V".
              10 TABLE-BKI-CLEARED-DATE PIC X(08).
      * ONE NEW ITEM BEING OFFERED TO THE MASTER (1900-ADD-BOOK-ITEM).
        01 WS-NEW-ITEM.
           05 WS-NEW-SOURCE             PIC X(01).
           05 WS-NEW-DIRECTION          PIC X(01).
           05 WS-NEW-REFERENCE          PIC X(10).
           05 WS-NEW-DATE               PIC X(08).
           05 WS-NEW-AMOUNT             PIC 9(09)V99.
           05 WS-NEW-PAYEE              PIC X(20).
        01 WS-ITEMS-ADDED               PIC 9(05) VALUE 0.
        01 WS-SOURCE-TOTAL              PIC 9(09)V99 VALUE 0.
        01 WS-SOURCE-COUNT              PIC 9(06) VALUE 0.
        01 WS-LOCKBOX-USD               PIC 9(09)V99 VALUE 0.
        01 WS-ACH-CREATE-DATE           PIC X(06) VALUE SPACES.
        01 WS-ACH-CREATE-TIME           PIC X(04) VALUE SPACES.

      * ONE BAI2 RECORD BROKEN AT ITS COMMAS.
        01 WS-BAI-FIELDS.
           05 WS-BAI-FIELD OCCURS 16 TIMES PIC X(30).
        01 WS-BAI-SUB                   PIC 9(02) VALUE 0.
        01 WS-BAI-TYPE-CODE             PIC 9(03) VALUE 0.
        01 WS-BAI-AMOUNT                PIC 9(09)V99 VALUE 0.
        01 WS-BAI-BANK-REF              PIC X(30) VALUE SPACES.
        01 WS-BAI-CUST-REF              PIC X(30) VALUE SPACES.
        01 WS-BAI-TEXT                  PIC X(30) VALUE SPACES.
        01 WS-CHECK-REF                 PIC 9(06) VALUE 0.
        01 WS-OUR-ACCOUNT-SW            PIC X(01) VALUE "N".
           88 IN-OUR-ACCOUNT               VALUE "Y".
        01 WS-ACCOUNT-FOUND-SW          PIC X(01) VALUE "N".
           88 OUR-ACCOUNT-FOUND            VALUE "Y".
        01 WS-STATEMENT-DATE            PIC X(08) VALUE SPACES.
        01 WS-OPENING-BALANCE           PIC S9(11)V99 VALUE 0.
        01 WS-CLOSING-BALANCE           PIC S9(11)V99 VALUE 0.
        01 WS-DISPOSITION               PIC X(30) VALUE SPACES.

      * RUN COUNTERS AND THE PROOF.
        01 WS-STMT-READ                 PIC 9(05) VALUE 0.
        01 WS-STMT-ITEMS                PIC 9(05) VALUE 0.
        01 WS-STMT-MATCHED              PIC 9(05) VALUE 0.
        01 WS-STMT-EXCEPTIONS           PIC 9(05) VALUE 0.
        01 WS-OUTSTANDING-COUNT         PIC 9(05) VALUE 0.
        01 WS-BANK-DEBITS-UNBOOKED      PIC S9(11)V99 VALUE 0.
        01 WS-BANK-CREDITS-UNBOOKED     PIC S9(11)V99 VALUE 0.
        01 WS-OUTSTANDING-DEBITS        PIC S9(11)V99 VALUE 0.
        01 WS-DEPOSITS-IN-TRANSIT       PIC S9(11)V99 VALUE 0.
        01 WS-GL-CASH-BALANCE           PIC S9(11)V99 VALUE 0.
        01 WS-ADJUSTED-BANK             PIC S9(11)V99 VALUE 0.
        01 WS-ADJUSTED-BOOK             PIC S9(11)V99 VALUE 0.
        01 WS-RECON-DIFFERENCE          PIC S9(11)V99 VALUE 0.
      * KEPT ASIDE FROM RETURN-CODE, WHICH THE CALLS TO RUNLOKRB AND
      * DATESRVRB OVERWRITE.
        01 WS-RECON-RETURN-CODE         PIC 9(02) VALUE 0.
        01 WS-DIFF-FORMAT               PIC -ZZZ,ZZZ,ZZ9.99.
        01 WS-RUN-DATE                  PIC X(08).
        01 WS-RUN-TIME                  PIC 9(08) VALUE 0.
        COPY "AUDITTRL.cpy".

       01  PAGE-HDG-01.
           05 PAGE-HDG-01-CC         PIC X(01) VALUE SPACE.
           05 FILLER                 PIC X(46) VALUE SPACES.
           05 FILLER                 PIC X(37)
              VALUE "OPERATING ACCOUNT BANK RECONCILIATION".
           05 FILLER                 PIC X(21) VALUE SPACES.
           05 FILLER                 PIC X(06) VALUE "PAGE: ".
           05 PAGE-HDG-01-PAGE       PIC ZZ9.
       01  PAGE-HDG-02.
           05 PAGE-HDG-02-CC         PIC X(01) VALUE SPACE.
           05 FILLER                 PIC X(14) VALUE "BANK ACCOUNT: ".
           05 PAGE-HDG-02-BANK       PIC X(17).
           05 FILLER                 PIC X(16)
              VALUE "STATEMENT DATE: ".
           05 PAGE-HDG-02-STMT-DATE  PIC X(08).
           05 FILLER                 PIC X(04) VALUE SPACES.
           05 FILLER                 PIC X(10) VALUE "GL CASH:  ".
           05 PAGE-HDG-02-CASH       PIC X(08).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 FILLER                 PIC X(08) VALUE "PERIOD: ".
           05 PAGE-HDG-02-PERIOD     PIC X(06).
           05 FILLER                 PIC X(04) VALUE SPACES.
           05 FILLER                 PIC X(10) VALUE "RUN DATE: ".
           05 PAGE-HDG-02-DATE       PIC XX/XX/XXXX.
       01  PAGE-HDG-03.
           05 PAGE-HDG-03-CC         PIC X(01) VALUE SPACE.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 FILLER                 PIC X(16) VALUE "ITEM".
           05 FILLER                 PIC X(18) VALUE "REFERENCE".
           05 FILLER                 PIC X(10) VALUE "DATE".
           05 FILLER                 PIC X(22) VALUE "PAYEE / TEXT".
           05 FILLER                 PIC X(16)
              VALUE "     BANK DEBIT".
           05 FILLER                 PIC X(16)
              VALUE "    BANK CREDIT".
           05 FILLER                 PIC X(30) VALUE "DISPOSITION".

       01  DETAIL-LINE-RECON.
           05 DTL-CC                 PIC X(01) VALUE SPACE.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 DTL-ITEM               PIC X(14).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 DTL-REFERENCE          PIC X(16).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 DTL-DATE               PIC X(08).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 DTL-PAYEE              PIC X(20).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 DTL-DEBIT              PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 DTL-CREDIT             PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 DTL-DISPOSITION        PIC X(30).

       01  SECTION-HDG-LINE.
           05 SECTION-HDG-CC         PIC X(01) VALUE SPACE.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 SECTION-HDG-TITLE      PIC X(60).

       01  PROOF-LINE.
           05 PROOF-LINE-CC          PIC X(01) VALUE SPACE.
           05 FILLER                 PIC X(09) VALUE SPACES.
           05 PRF-LABEL              PIC X(50).
           05 PRF-AMOUNT             PIC ZZZ,ZZZ,ZZ9.99-.
           05 FILLER                 PIC X(04) VALUE SPACES.
           05 PRF-NOTE               PIC X(30) VALUE SPACES.

       01  TOTALS-LINE.
           05 TOTAL-LINE-CC          PIC X(01) VALUE SPACE.
           05 FILLER                 PIC X(09) VALUE SPACES.
           05 FILLER                 PIC X(17)
              VALUE "STATEMENT ITEMS: ".
           05 TOTAL-ITEMS            PIC ZZ,ZZ9.
           05 FILLER                 PIC X(04) VALUE SPACES.
           05 FILLER                 PIC X(09) VALUE "MATCHED: ".
           05 TOTAL-MATCHED          PIC ZZ,ZZ9.
           05 FILLER                 PIC X(04) VALUE SPACES.
           05 FILLER                 PIC X(12) VALUE "EXCEPTIONS: ".
           05 TOTAL-EXCEPTIONS       PIC ZZ,ZZ9.
           05 FILLER                 PIC X(04) VALUE SPACES.
           05 FILLER                 PIC X(19)
              VALUE "BOOK OUTSTANDING: ".
           05 TOTAL-OUTSTANDING      PIC ZZ,ZZ9.
           05 FILLER                 PIC X(04) VALUE SPACES.
           05 FILLER                 PIC X(16) VALUE "NEW BOOK ITEMS: ".
           05 TOTAL-ADDED            PIC ZZ,ZZ9.

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

           DISPLAY "BNKRECRB FOR RYAN BROOKS".

           PERFORM 1000-INITIALIZE.

           MOVE "STATEMENT ITEMS NOT ON THE BOOKS" TO SECTION-HDG-TITLE.
           PERFORM 7600-WRITE-SECTION-HEADING.
           PERFORM 2000-READ-STATEMENT.
           perform until END-OF-BANK-STATEMENT
              perform 3000-PROCESS-STATEMENT-RECORD
              perform 2000-READ-STATEMENT
           END-PERFORM.
           close BANK-STATEMENT-IN.

           IF NOT OUR-ACCOUNT-FOUND
              DISPLAY "BNKRECRB: ACCOUNT " WS-BANK-ACCOUNT
                  " IS NOT ON THE STATEMENT - NOTHING RECONCILED"
              MOVE 16 TO RETURN-CODE
              PERFORM 1350-RELEASE-RUN-LOCK
              GOBACK
           END-IF.

           perform 5000-LIST-OUTSTANDING.
           perform 6000-PROVE-TO-GL-CASH.
           perform 9000-CREATE-LISTING-TOTAL-LINE.
           perform 9600-WRITE-BOOK-ITEMS.
           PERFORM 1350-RELEASE-RUN-LOCK.
           MOVE WS-RECON-RETURN-CODE TO RETURN-CODE.

           display "STATEMENT ITEMS:             " WS-STMT-ITEMS.
           display "ITEMS MATCHED:               " WS-STMT-MATCHED.
           display "STATEMENT EXCEPTIONS:        " WS-STMT-EXCEPTIONS.
           display "BOOK ITEMS OUTSTANDING:      "
               WS-OUTSTANDING-COUNT.
           MOVE WS-RECON-DIFFERENCE TO WS-DIFF-FORMAT.
           display "RECONCILING DIFFERENCE:      " WS-DIFF-FORMAT.

           PERFORM 9900-WRITE-AUDIT-RECORD.

           close RECON-REPORT
                 AUDIT-TRAIL-FILE.

           GOBACK.

       0500-GET-FILE-PATHS.
      * OVERRIDE THE DEFAULT FILE PATHS IF THE MATCHING ENVIRONMENT
      * VARIABLE HAS BEEN SET:
           ACCEPT WS-ENV-PATH-OVERRIDE FROM ENVIRONMENT
                  "BNKRECRB-BANK-STATEMENT".
           IF WS-ENV-PATH-OVERRIDE NOT = SPACES
              MOVE WS-ENV-PATH-OVERRIDE TO WS-BANK-STATEMENT-PATH
           END-IF.
           ACCEPT WS-ENV-PATH-OVERRIDE FROM ENVIRONMENT
                  "BNKRECRB-BOOK-ITEM-FILE".
           IF WS-ENV-PATH-OVERRIDE NOT = SPACES
              MOVE WS-ENV-PATH-OVERRIDE TO WS-BOOK-ITEM-PATH
           END-IF.
           ACCEPT WS-ENV-PATH-OVERRIDE FROM ENVIRONMENT
                  "BNKRECRB-CHECK-ISSUE-FILE".
           IF WS-ENV-PATH-OVERRIDE NOT = SPACES
              MOVE WS-ENV-PATH-OVERRIDE TO WS-CHECK-ISSUE-PATH
           END-IF.
           ACCEPT WS-ENV-PATH-OVERRIDE FROM ENVIRONMENT
                  "BNKRECRB-VOID-CHECK-FILE".
           IF WS-ENV-PATH-OVERRIDE NOT = SPACES
              MOVE WS-ENV-PATH-OVERRIDE TO WS-VOID-CHECK-PATH
           END-IF.
           ACCEPT WS-ENV-PATH-OVERRIDE FROM ENVIRONMENT
                  "BNKRECRB-PAYROLL-ACH-FILE".
           IF WS-ENV-PATH-OVERRIDE NOT = SPACES
              MOVE WS-ENV-PATH-OVERRIDE TO WS-PAYROLL-ACH-PATH
           END-IF.
           ACCEPT WS-ENV-PATH-OVERRIDE FROM ENVIRONMENT
                  "BNKRECRB-GARN-PAYMENT-FILE".
           IF WS-ENV-PATH-OVERRIDE NOT = SPACES
              MOVE WS-ENV-PATH-OVERRIDE TO WS-GARN-PAYMENT-PATH
           END-IF.
           ACCEPT WS-ENV-PATH-OVERRIDE FROM ENVIRONMENT
                  "BNKRECRB-RETIRE-REMIT-FILE".
           IF WS-ENV-PATH-OVERRIDE NOT = SPACES
              MOVE WS-ENV-PATH-OVERRIDE TO WS-RETIRE-REMIT-PATH
           END-IF.
           ACCEPT WS-ENV-PATH-OVERRIDE FROM ENVIRONMENT
                  "BNKRECRB-LOCKBOX-FILE".
           IF WS-ENV-PATH-OVERRIDE NOT = SPACES
              MOVE WS-ENV-PATH-OVERRIDE TO WS-LOCKBOX-PATH
           END-IF.
           ACCEPT WS-ENV-PATH-OVERRIDE FROM ENVIRONMENT
                  "BNKRECRB-VENDOR-CHECK-FILE".
           IF WS-ENV-PATH-OVERRIDE NOT = SPACES
              MOVE WS-ENV-PATH-OVERRIDE TO WS-VENDOR-CHECK-PATH
           END-IF.
           ACCEPT WS-ENV-PATH-OVERRIDE FROM ENVIRONMENT
                  "BNKRECRB-VENDOR-ACH-FILE".
           IF WS-ENV-PATH-OVERRIDE NOT = SPACES
              MOVE WS-ENV-PATH-OVERRIDE TO WS-VENDOR-ACH-PATH
           END-IF.
           ACCEPT WS-ENV-PATH-OVERRIDE FROM ENVIRONMENT
                  "BNKRECRB-GL-LEDGER-FILE".
           IF WS-ENV-PATH-OVERRIDE NOT = SPACES
              MOVE WS-ENV-PATH-OVERRIDE TO WS-GL-LEDGER-PATH
           END-IF.
           ACCEPT WS-ENV-PATH-OVERRIDE FROM ENVIRONMENT
                  "BNKRECRB-RECON-REPORT".
           IF WS-ENV-PATH-OVERRIDE NOT = SPACES
              MOVE WS-ENV-PATH-OVERRIDE TO WS-RECON-REPORT-PATH
           END-IF.
           ACCEPT WS-ENV-PATH-OVERRIDE FROM ENVIRONMENT
                  "BNKRECRB-AUDIT-TRAIL-FILE".
           IF WS-ENV-PATH-OVERRIDE NOT = SPACES
              MOVE WS-ENV-PATH-OVERRIDE TO WS-AUDIT-TRAIL-PATH
           END-IF.

       1000-INITIALIZE.
           PERFORM 0500-GET-FILE-PATHS.
           ACCEPT WS-RUN-DATE FROM DATE.
           MOVE   WS-RUN-DATE TO PAGE-HDG-02-DATE.
           MOVE SPACES TO WS-ENV-STAGING.
           ACCEPT WS-ENV-STAGING FROM ENVIRONMENT
                  "BNKRECRB-BANK-ACCOUNT".
           IF WS-ENV-STAGING NOT = SPACES
              MOVE WS-ENV-STAGING TO WS-BANK-ACCOUNT
           END-IF.
           MOVE SPACES TO WS-ENV-STAGING.
           ACCEPT WS-ENV-STAGING FROM ENVIRONMENT
                  "BNKRECRB-CASH-ACCOUNT".
           IF WS-ENV-STAGING NOT = SPACES
              MOVE WS-ENV-STAGING TO WS-GL-CASH-ACCT
           END-IF.
           ACCEPT WS-GL-PERIOD FROM ENVIRONMENT "BNKRECRB-PERIOD".
           MOVE WS-BANK-ACCOUNT TO PAGE-HDG-02-BANK.
           MOVE WS-GL-CASH-ACCT TO PAGE-HDG-02-CASH.
           OPEN INPUT BANK-STATEMENT-IN.
           IF NOT BANK-STATEMENT-SUCCESSFUL
              DISPLAY "BNKRECRB: UNABLE TO OPEN BANK STATEMENT, "
                  "STATUS = " WS-BANK-STATEMENT-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN INPUT GL-LEDGER-FILE.
           IF NOT GL-LEDGER-SUCCESSFUL
              DISPLAY "BNKRECRB: NO GL LEDGER AT " WS-GL-LEDGER-PATH
                  " - CASH CANNOT BE PROVED, RUN STOPPED"
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           CLOSE GL-LEDGER-FILE.
           OPEN EXTEND AUDIT-TRAIL-FILE.
           IF NOT GOOD-AUDIT-TRAIL-WRITE
              CLOSE AUDIT-TRAIL-FILE
              OPEN OUTPUT AUDIT-TRAIL-FILE
           END-IF.
           PERFORM 1300-TAKE-RUN-LOCK.
           PERFORM 1500-LOAD-BOOK-ITEMS.
           PERFORM 1600-ADD-CHECKS.
           PERFORM 1620-ADD-VENDOR-CHECKS.
           PERFORM 1650-MARK-STOPPED-CHECKS.
           PERFORM 1700-ADD-PAYROLL-ACH.
           PERFORM 1720-ADD-VENDOR-ACH.
           PERFORM 1750-ADD-GARNISHMENTS.
           PERFORM 1800-ADD-RETIREMENT-REMIT.
           PERFORM 1850-ADD-LOCKBOX-DEPOSIT.
           OPEN OUTPUT RECON-REPORT.

       1300-TAKE-RUN-LOCK.
           SET LCK-TAKE TO TRUE.
           MOVE WS-BOOK-ITEM-PATH TO LCK-MASTER-PATH.
           MOVE "BNKRECRB" TO LCK-PROGRAM-NAME.
           CALL "RUNLOKRB" USING RUNLOCK-PARMS.
           IF NOT LCK-OK
              DISPLAY "BNKRECRB: BOOK-ITEMS FILE IS LOCKED BY "
                  LCK-HELD-BY
              DISPLAY "BNKRECRB: RUN STOPPED - TRY AGAIN WHEN THE "
                  "LOCK CLEARS"
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF.

       1350-RELEASE-RUN-LOCK.
           SET LCK-RELEASE TO TRUE.
           MOVE WS-BOOK-ITEM-PATH TO LCK-MASTER-PATH.
           MOVE "BNKRECRB" TO LCK-PROGRAM-NAME.
           CALL "RUNLOKRB" USING RUNLOCK-PARMS.

       1500-LOAD-BOOK-ITEMS.
      * A MISSING MASTER JUST MEANS THIS IS THE FIRST RECONCILIATION.
           OPEN INPUT BOOK-ITEM-FILE.
           IF BOOK-ITEM-SUCCESSFUL
              PERFORM UNTIL END-OF-BOOK-ITEM
                 READ BOOK-ITEM-FILE
                    AT END
                       SET END-OF-BOOK-ITEM TO TRUE
                    NOT AT END
                       IF WS-BKI-COUNT = 10000
                          DISPLAY "BNKRECRB: BOOK ITEM TABLE CEILING "
                              "(10000) REACHED - RUN STOPPED"
                          MOVE 16 TO RETURN-CODE
                          PERFORM 1350-RELEASE-RUN-LOCK
                          GOBACK
                       END-IF
                       ADD 1 TO WS-BKI-COUNT
                       MOVE BOOK-ITEM-RECORD TO
                            BKI-TABLE-ENTRY (WS-BKI-COUNT)
                 END-READ
              END-PERFORM
              CLOSE BOOK-ITEM-FILE
           END-IF.

       1600-ADD-CHECKS.
      * EVERY CHECK ON THE CUMULATIVE ISSUE REGISTER.  ONE ALREADY ON
      * THE MASTER - CLEARED OR NOT - IS LEFT AS IT IS.
           OPEN INPUT CHECK-ISSUE-FILE.
           IF CHECK-ISSUE-SUCCESSFUL
              PERFORM UNTIL END-OF-CHECK-ISSUE
                 READ CHECK-ISSUE-FILE
                    AT END
                       SET END-OF-CHECK-ISSUE TO TRUE
                    NOT AT END
                       MOVE "C"            TO WS-NEW-SOURCE
                       MOVE "D"            TO WS-NEW-DIRECTION
                       MOVE CHK-NUMBER     TO WS-NEW-REFERENCE
                       MOVE "20"           TO WS-NEW-DATE (1:2)
                       MOVE CHK-PAY-DATE (5:2) TO WS-NEW-DATE (3:2)
                       MOVE CHK-PAY-DATE (1:4) TO WS-NEW-DATE (5:4)
                       MOVE CHK-NET-AMOUNT TO WS-NEW-AMOUNT
                       MOVE CHK-EMP-NAME   TO WS-NEW-PAYEE
                       PERFORM 1900-ADD-BOOK-ITEM
                 END-READ
              END-PERFORM
              CLOSE CHECK-ISSUE-FILE
           END-IF.

       1620-ADD-VENDOR-CHECKS.
      * EVERY CHECK ON THE CUMULATIVE AP ISSUE REGISTER.  THE AP
      * NUMBER SEQUENCE IS KEPT CLEAR OF PAYROLL'S, SO THE PAID-CHECK
      * MATCH CAN LOOK FOR EITHER KIND BY SERIAL NUMBER.
           OPEN INPUT VENDOR-CHECK-FILE.
           IF VENDOR-CHECK-SUCCESSFUL
              PERFORM UNTIL END-OF-VENDOR-CHECK
                 READ VENDOR-CHECK-FILE
                    AT END
                       SET END-OF-VENDOR-CHECK TO TRUE
                    NOT AT END
                       MOVE "V"             TO WS-NEW-SOURCE
                       MOVE "D"             TO WS-NEW-DIRECTION
                       MOVE VCK-NUMBER      TO WS-NEW-REFERENCE
                       MOVE VCK-ISSUE-DATE  TO WS-NEW-DATE
                       MOVE VCK-AMOUNT      TO WS-NEW-AMOUNT
                       MOVE VCK-VENDOR-NAME TO WS-NEW-PAYEE
                       PERFORM 1900-ADD-BOOK-ITEM
                 END-READ
              END-PERFORM
              CLOSE VENDOR-CHECK-FILE
           END-IF.

       1650-MARK-STOPPED-CHECKS.
      * A CHECK UNDER A STOP ORDER IS NOT OUTSTANDING - THE BANK
      * WILL NOT PAY IT, AND IF IT DOES THAT IS AN EXCEPTION.
           OPEN INPUT VOID-CHECK-FILE.
           IF VOID-CHECK-FILE-OK
              PERFORM UNTIL END-OF-VOID-CHECK-FILE
                 READ VOID-CHECK-FILE
                    AT END
                       SET END-OF-VOID-CHECK-FILE TO TRUE
                    NOT AT END
                       MOVE VCH-CHECK-NUMBER TO WS-CHECK-REF
                       PERFORM 3150-FIND-CHECK
                       IF WS-BKI-SUB NOT > WS-BKI-COUNT
                          IF TABLE-BKI-OUTSTANDING (WS-BKI-SUB)
                             SET TABLE-BKI-VOIDED (WS-BKI-SUB) TO TRUE
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE VOID-CHECK-FILE
           END-IF.

       1700-ADD-PAYROLL-ACH.
      * THE BANK DEBITS THE NACHA FILE'S TOTAL AS ONE ITEM.  THE
      * FILE'S CREATION DATE AND TIME IDENTIFY THE RUN.
           OPEN INPUT PAYROLL-ACH-FILE.
           IF PAYROLL-ACH-SUCCESSFUL
              PERFORM UNTIL END-OF-PAYROLL-ACH
                 READ PAYROLL-ACH-FILE
                    AT END
                       SET END-OF-PAYROLL-ACH TO TRUE
                    NOT AT END
                       IF ACH-RECORD-TYPE = "1"
                          MOVE ACH-FH-CREATE-DATE TO WS-ACH-CREATE-DATE
                          MOVE ACH-FH-CREATE-TIME TO WS-ACH-CREATE-TIME
                       END-IF
                       IF ACH-RECORD-TYPE = "9"
                          AND PAYROLL-ACH-RECORD NOT = ALL "9"
                          AND ACH-FC-TOTAL-CREDIT NUMERIC
                          AND ACH-FC-TOTAL-CREDIT > 0
                          MOVE "P"             TO WS-NEW-SOURCE
                          MOVE "D"             TO WS-NEW-DIRECTION
                          MOVE SPACES          TO WS-NEW-REFERENCE
                          MOVE WS-ACH-CREATE-DATE
                            TO WS-NEW-REFERENCE (1:6)
                          MOVE WS-ACH-CREATE-TIME
                            TO WS-NEW-REFERENCE (7:4)
                          MOVE "20"            TO WS-NEW-DATE (1:2)
                          MOVE WS-ACH-CREATE-DATE TO WS-NEW-DATE (3:6)
                          MOVE ACH-FC-TOTAL-CREDIT TO WS-NEW-AMOUNT
                          MOVE "PAYROLL DIRECT DEP" TO WS-NEW-PAYEE
                          PERFORM 1900-ADD-BOOK-ITEM
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE PAYROLL-ACH-FILE
           END-IF.

       1720-ADD-VENDOR-ACH.
      * THE AP NACHA FILE IS DEBITED THE SAME WAY AS PAYROLL'S - ONE
      * ITEM FOR ITS TOTAL, IDENTIFIED BY ITS CREATION DATE AND TIME.
           OPEN INPUT VENDOR-ACH-FILE.
           IF VENDOR-ACH-SUCCESSFUL
              PERFORM UNTIL END-OF-VENDOR-ACH
                 READ VENDOR-ACH-FILE
                    AT END
                       SET END-OF-VENDOR-ACH TO TRUE
                    NOT AT END
                       IF VAC-RECORD-TYPE = "1"
                          MOVE VAC-FH-CREATE-DATE TO WS-ACH-CREATE-DATE
                          MOVE VAC-FH-CREATE-TIME TO WS-ACH-CREATE-TIME
                       END-IF
                       IF VAC-RECORD-TYPE = "9"
                          AND VENDOR-ACH-RECORD NOT = ALL "9"
                          AND VAC-FC-TOTAL-CREDIT NUMERIC
                          AND VAC-FC-TOTAL-CREDIT > 0
                          MOVE "A"             TO WS-NEW-SOURCE
                          MOVE "D"             TO WS-NEW-DIRECTION
                          MOVE SPACES          TO WS-NEW-REFERENCE
                          MOVE WS-ACH-CREATE-DATE
                            TO WS-NEW-REFERENCE (1:6)
                          MOVE WS-ACH-CREATE-TIME
                            TO WS-NEW-REFERENCE (7:4)
                          MOVE "20"            TO WS-NEW-DATE (1:2)
                          MOVE WS-ACH-CREATE-DATE TO WS-NEW-DATE (3:6)
                          MOVE VAC-FC-TOTAL-CREDIT TO WS-NEW-AMOUNT
                          MOVE "VENDOR ACH PAYMENTS" TO WS-NEW-PAYEE
                          PERFORM 1900-ADD-BOOK-ITEM
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE VENDOR-ACH-FILE
           END-IF.

       1750-ADD-GARNISHMENTS.
      * ONE PAYMENT PER AGENCY PER PAYROLL RUN - ACH (A) LEAVES AS A
      * DEBIT, A CHECK REQUEST (C) COMES BACK AS A PAID CHECK WHOSE
      * NUMBER IS NOT ON OUR REGISTER.
           OPEN INPUT GARN-PAYMENT-FILE.
           IF GARN-PAYMENT-SUCCESSFUL
              PERFORM UNTIL END-OF-GARN-PAYMENT
                 READ GARN-PAYMENT-FILE
                    AT END
                       SET END-OF-GARN-PAYMENT TO TRUE
                    NOT AT END
                       IF GPY-PAY-METHOD = "C"
                          MOVE "H"         TO WS-NEW-SOURCE
                       ELSE
                          MOVE "G"         TO WS-NEW-SOURCE
                       END-IF
                       MOVE "D"            TO WS-NEW-DIRECTION
                       MOVE GPY-PAYEE-ID   TO WS-NEW-REFERENCE
                       MOVE "20"           TO WS-NEW-DATE (1:2)
                       MOVE GPY-RUN-DATE (1:6) TO WS-NEW-DATE (3:6)
                       MOVE GPY-AMOUNT     TO WS-NEW-AMOUNT
                       MOVE SPACES         TO WS-NEW-PAYEE
                       STRING "GARNISHMENT " GPY-PAYEE-ID
                         DELIMITED BY SIZE INTO WS-NEW-PAYEE
                       PERFORM 1900-ADD-BOOK-ITEM
                 END-READ
              END-PERFORM
              CLOSE GARN-PAYMENT-FILE
           END-IF.

       1800-ADD-RETIREMENT-REMIT.
      * THE PLAN PROVIDER PULLS DEFERRALS PLUS MATCH AS ONE DEBIT.
      * THE REMITTANCE CARRIES NO DATE, SO THE TRAILER'S PARTICIPANT
      * COUNT SERVES AS ITS REFERENCE AND TODAY AS ITS DATE.
           OPEN INPUT RETIRE-REMIT-FILE.
           IF RETIRE-REMIT-SUCCESSFUL
              PERFORM UNTIL END-OF-RETIRE-REMIT
                 READ RETIRE-REMIT-FILE
                    AT END
                       SET END-OF-RETIRE-REMIT TO TRUE
                    NOT AT END
                       IF RET-REC-TYPE = "T"
                          MOVE "R"         TO WS-NEW-SOURCE
                          MOVE "D"         TO WS-NEW-DIRECTION
                          MOVE SPACES      TO WS-NEW-REFERENCE
                          MOVE "401K"      TO WS-NEW-REFERENCE (1:4)
                          MOVE RET-TRL-COUNT TO WS-NEW-REFERENCE (5:6)
                          MOVE "20"        TO WS-NEW-DATE (1:2)
                          MOVE WS-RUN-DATE (1:6) TO WS-NEW-DATE (3:6)
                          COMPUTE WS-NEW-AMOUNT =
                              RET-TRL-DEFERRAL + RET-TRL-MATCH
                          MOVE "401(K) PLAN REMIT" TO WS-NEW-PAYEE
                          IF WS-NEW-AMOUNT > 0
                             PERFORM 1900-ADD-BOOK-ITEM
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE RETIRE-REMIT-FILE
           END-IF.

       1850-ADD-LOCKBOX-DEPOSIT.
      * THE BANK CREDITS THE LOCKBOX AS ONE DEPOSIT IN DOLLARS - A
      * FOREIGN-CURRENCY PAYMENT COUNTS AT ITS RATE TO USD, THE SAME
      * WAY CASHAPRB BOOKS IT.  THE TRAILER COUNT IS THE REFERENCE.
           MOVE 0 TO WS-LOCKBOX-USD WS-SOURCE-COUNT.
           OPEN INPUT LOCKBOX-FILE.
           IF LOCKBOX-SUCCESSFUL
              PERFORM UNTIL END-OF-LOCKBOX
                 READ LOCKBOX-FILE
                    AT END
                       SET END-OF-LOCKBOX TO TRUE
                    NOT AT END
                       IF PAYMENT-REC-IS-TRAILER
                          MOVE PAY-TRL-COUNT TO WS-SOURCE-COUNT
                       ELSE
                          IF PAY-CURRENCY = SPACES
                             OR PAY-CURRENCY = "USD"
                             OR PAY-RATE-TO-USD NOT NUMERIC
                             ADD PAY-AMOUNT TO WS-LOCKBOX-USD
                          ELSE
                             COMPUTE WS-LOCKBOX-USD ROUNDED =
                                 WS-LOCKBOX-USD
                                 + PAY-AMOUNT * PAY-RATE-TO-USD
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE LOCKBOX-FILE
              IF WS-LOCKBOX-USD > 0
                 MOVE "L"              TO WS-NEW-SOURCE
                 MOVE "C"              TO WS-NEW-DIRECTION
                 MOVE SPACES           TO WS-NEW-REFERENCE
                 MOVE "LBX"            TO WS-NEW-REFERENCE (1:3)
                 MOVE WS-SOURCE-COUNT  TO WS-NEW-REFERENCE (4:6)
                 MOVE "20"             TO WS-NEW-DATE (1:2)
                 MOVE WS-RUN-DATE (1:6) TO WS-NEW-DATE (3:6)
                 MOVE WS-LOCKBOX-USD   TO WS-NEW-AMOUNT
                 MOVE "LOCKBOX DEPOSIT" TO WS-NEW-PAYEE
                 PERFORM 1900-ADD-BOOK-ITEM
              END-IF
           END-IF.

       1900-ADD-BOOK-ITEM.
      * THE SAME SOURCE, REFERENCE, AND AMOUNT IS THE SAME ITEM SEEN
      * AGAIN ON A LATER RUN - ONLY A NEW ONE GOES ON THE MASTER.
           PERFORM VARYING WS-BKI-SUB FROM 1 BY 1
              UNTIL WS-BKI-SUB > WS-BKI-COUNT
                 OR (TABLE-BKI-SOURCE (WS-BKI-SUB) = WS-NEW-SOURCE
                 AND TABLE-BKI-REFERENCE (WS-BKI-SUB) = WS-NEW-REFERENCE
                 AND TABLE-BKI-AMOUNT (WS-BKI-SUB) = WS-NEW-AMOUNT)
           END-PERFORM.
           IF WS-BKI-SUB > WS-BKI-COUNT
              IF WS-BKI-COUNT = 10000
                 DISPLAY "BNKRECRB: BOOK ITEM TABLE CEILING "
                     "(10000) REACHED - RUN STOPPED"
                 MOVE 16 TO RETURN-CODE
                 PERFORM 1350-RELEASE-RUN-LOCK
                 GOBACK
              END-IF
              ADD 1 TO WS-BKI-COUNT
              ADD 1 TO WS-ITEMS-ADDED
              MOVE WS-NEW-SOURCE    TO TABLE-BKI-SOURCE (WS-BKI-COUNT)
              MOVE WS-NEW-DIRECTION
                TO TABLE-BKI-DIRECTION (WS-BKI-COUNT)
              MOVE WS-NEW-REFERENCE
                TO TABLE-BKI-REFERENCE (WS-BKI-COUNT)
              MOVE WS-NEW-DATE      TO TABLE-BKI-DATE (WS-BKI-COUNT)
              MOVE WS-NEW-AMOUNT    TO TABLE-BKI-AMOUNT (WS-BKI-COUNT)
              MOVE WS-NEW-PAYEE     TO TABLE-BKI-PAYEE (WS-BKI-COUNT)
              MOVE "O"              TO TABLE-BKI-STATUS (WS-BKI-COUNT)
              MOVE SPACES
                TO TABLE-BKI-CLEARED-DATE (WS-BKI-COUNT)
           END-IF.

       2000-READ-STATEMENT.
           READ BANK-STATEMENT-IN
                AT END
                   DISPLAY "END OF BANK STATEMENT FILE"
                NOT AT END
                   ADD 1 TO WS-STMT-READ.

       3000-PROCESS-STATEMENT-RECORD.
           MOVE SPACES TO WS-BAI-FIELDS.
           UNSTRING BANK-STATEMENT-RECORD DELIMITED BY "," OR "/"
               INTO WS-BAI-FIELD (1)  WS-BAI-FIELD (2)
                    WS-BAI-FIELD (3)  WS-BAI-FIELD (4)
                    WS-BAI-FIELD (5)  WS-BAI-FIELD (6)
                    WS-BAI-FIELD (7)  WS-BAI-FIELD (8)
                    WS-BAI-FIELD (9)  WS-BAI-FIELD (10)
                    WS-BAI-FIELD (11) WS-BAI-FIELD (12)
                    WS-BAI-FIELD (13) WS-BAI-FIELD (14)
                    WS-BAI-FIELD (15) WS-BAI-FIELD (16).
           EVALUATE WS-BAI-FIELD (1)
              WHEN "02"
                 MOVE "20" TO WS-STATEMENT-DATE (1:2)
                 MOVE WS-BAI-FIELD (5) (1:6) TO WS-STATEMENT-DATE (3:6)
                 MOVE WS-STATEMENT-DATE TO PAGE-HDG-02-STMT-DATE
              WHEN "03"
                 PERFORM 3050-ACCOUNT-IDENTIFIER
              WHEN "16"
                 IF IN-OUR-ACCOUNT
                    PERFORM 3100-MATCH-STATEMENT-ITEM
                 END-IF
              WHEN "49"
                 MOVE "N" TO WS-OUR-ACCOUNT-SW
           END-EVALUATE.

       3050-ACCOUNT-IDENTIFIER.
      * OUR ACCOUNT'S 03 RECORD CARRIES ITS BALANCES AS TYPE-CODE /
      * AMOUNT / ITEM-COUNT / FUNDS-TYPE GROUPS.  THE LAST STATEMENT
      * DAY'S CLOSING LEDGER (015) IS THE BALANCE BEING PROVED.
           IF WS-BAI-FIELD (2) NOT = WS-BANK-ACCOUNT
              MOVE "N" TO WS-OUR-ACCOUNT-SW
           ELSE
              SET IN-OUR-ACCOUNT TO TRUE
              IF NOT OUR-ACCOUNT-FOUND
                 SET OUR-ACCOUNT-FOUND TO TRUE
                 PERFORM VARYING WS-BAI-SUB FROM 4 BY 4
                    UNTIL WS-BAI-SUB > 13
                    IF WS-BAI-FIELD (WS-BAI-SUB) = "010"
                       COMPUTE WS-OPENING-BALANCE = FUNCTION NUMVAL
                           (WS-BAI-FIELD (WS-BAI-SUB + 1)) / 100
                    END-IF
                 END-PERFORM
              END-IF
              PERFORM VARYING WS-BAI-SUB FROM 4 BY 4
                 UNTIL WS-BAI-SUB > 13
                 IF WS-BAI-FIELD (WS-BAI-SUB) = "015"
                    COMPUTE WS-CLOSING-BALANCE = FUNCTION NUMVAL
                        (WS-BAI-FIELD (WS-BAI-SUB + 1)) / 100
                 END-IF
              END-PERFORM
           END-IF.

       3100-MATCH-STATEMENT-ITEM.
      * ONE STATEMENT TRANSACTION.  FUNDS TYPES S AND V CARRY EXTRA
      * AVAILABILITY FIELDS AHEAD OF THE REFERENCES - STEP OVER THEM.
           ADD 1 TO WS-STMT-ITEMS.
           MOVE 0 TO WS-BAI-TYPE-CODE.
           IF WS-BAI-FIELD (2) (1:3) NUMERIC
              MOVE WS-BAI-FIELD (2) (1:3) TO WS-BAI-TYPE-CODE
           END-IF.
           COMPUTE WS-BAI-AMOUNT =
               FUNCTION NUMVAL (WS-BAI-FIELD (3)) / 100.
           EVALUATE WS-BAI-FIELD (4)
              WHEN "S"
                 MOVE WS-BAI-FIELD (8)  TO WS-BAI-BANK-REF
                 MOVE WS-BAI-FIELD (9)  TO WS-BAI-CUST-REF
                 MOVE WS-BAI-FIELD (10) TO WS-BAI-TEXT
              WHEN "V"
                 MOVE WS-BAI-FIELD (7)  TO WS-BAI-BANK-REF
                 MOVE WS-BAI-FIELD (8)  TO WS-BAI-CUST-REF
                 MOVE WS-BAI-FIELD (9)  TO WS-BAI-TEXT
              WHEN OTHER
                 MOVE WS-BAI-FIELD (5)  TO WS-BAI-BANK-REF
                 MOVE WS-BAI-FIELD (6)  TO WS-BAI-CUST-REF
                 MOVE WS-BAI-FIELD (7)  TO WS-BAI-TEXT
           END-EVALUATE.
           MOVE SPACES TO WS-DISPOSITION.
           EVALUATE TRUE
              WHEN WS-BAI-TYPE-CODE = 475
                 PERFORM 3200-MATCH-PAID-CHECK
              WHEN WS-BAI-TYPE-CODE > 399 AND WS-BAI-TYPE-CODE < 700
                 PERFORM 3300-MATCH-DEBIT
              WHEN WS-BAI-TYPE-CODE > 99 AND WS-BAI-TYPE-CODE < 400
                 PERFORM 3400-MATCH-CREDIT
              WHEN OTHER
                 MOVE "** TYPE CODE NOT RECOGNIZED **"
                   TO WS-DISPOSITION
                 ADD 1 TO WS-STMT-EXCEPTIONS
                 PERFORM 7100-LIST-STATEMENT-ITEM
           END-EVALUATE.

       3150-FIND-CHECK.
           PERFORM VARYING WS-BKI-SUB FROM 1 BY 1
              UNTIL WS-BKI-SUB > WS-BKI-COUNT
                 OR ((TABLE-BKI-SOURCE (WS-BKI-SUB) = "C"
                   OR TABLE-BKI-SOURCE (WS-BKI-SUB) = "V")
                 AND TABLE-BKI-REFERENCE (WS-BKI-SUB) (1:6) =
                     WS-CHECK-REF)
           END-PERFORM.

       3200-MATCH-PAID-CHECK.
      * A PAID CHECK MATCHES ON ITS SERIAL NUMBER.  ONE WE NEVER
      * ISSUED MAY STILL BE A GARNISHMENT CHECK CUT BY HAND - THOSE
      * MATCH ON AMOUNT.
           MOVE 0 TO WS-CHECK-REF.
           IF WS-BAI-CUST-REF (1:6) NUMERIC
              MOVE WS-BAI-CUST-REF (1:6) TO WS-CHECK-REF
           END-IF.
           PERFORM 3150-FIND-CHECK.
           IF WS-BKI-SUB > WS-BKI-COUNT
              MOVE "H" TO WS-NEW-SOURCE
              PERFORM 3500-FIND-BY-AMOUNT
              IF WS-BKI-SUB > WS-BKI-COUNT
                 MOVE "*** PAID - NEVER ISSUED ***" TO WS-DISPOSITION
              END-IF
           ELSE
              EVALUATE TRUE
                 WHEN TABLE-BKI-VOIDED (WS-BKI-SUB)
                    MOVE "*** PAID AGAINST STOP ORDER **"
                      TO WS-DISPOSITION
                 WHEN TABLE-BKI-CLEARED (WS-BKI-SUB)
                    MOVE "*** CHECK ALREADY CLEARED ***"
                      TO WS-DISPOSITION
                 WHEN TABLE-BKI-AMOUNT (WS-BKI-SUB) NOT = WS-BAI-AMOUNT
                    MOVE "*** CLEARED WRONG AMOUNT ***"
                      TO WS-DISPOSITION
              END-EVALUATE
           END-IF.
           PERFORM 3600-CLEAR-OR-EXCEPT.

       3300-MATCH-DEBIT.
      * ANY OTHER DEBIT MATCHES THE OLDEST OUTSTANDING PAYROLL ACH,
      * GARNISHMENT ACH, 401(K) REMITTANCE, OR VENDOR ACH FOR THE
      * SAME AMOUNT.
           MOVE "P" TO WS-NEW-SOURCE.
           PERFORM 3500-FIND-BY-AMOUNT.
           IF WS-BKI-SUB > WS-BKI-COUNT
              MOVE "G" TO WS-NEW-SOURCE
              PERFORM 3500-FIND-BY-AMOUNT
           END-IF.
           IF WS-BKI-SUB > WS-BKI-COUNT
              MOVE "R" TO WS-NEW-SOURCE
              PERFORM 3500-FIND-BY-AMOUNT
           END-IF.
           IF WS-BKI-SUB > WS-BKI-COUNT
              MOVE "A" TO WS-NEW-SOURCE
              PERFORM 3500-FIND-BY-AMOUNT
           END-IF.
           IF WS-BKI-SUB > WS-BKI-COUNT
              IF WS-BAI-TYPE-CODE = 698 OR WS-BAI-TYPE-CODE = 699
                 MOVE "BANK FEE - BOOK BY JOURNAL" TO WS-DISPOSITION
              ELSE
                 MOVE "*** DEBIT NOT ON THE BOOKS ***"
                   TO WS-DISPOSITION
              END-IF
           END-IF.
           PERFORM 3600-CLEAR-OR-EXCEPT.

       3400-MATCH-CREDIT.
           MOVE "L" TO WS-NEW-SOURCE.
           PERFORM 3500-FIND-BY-AMOUNT.
           IF WS-BKI-SUB > WS-BKI-COUNT
              MOVE "*** CREDIT NOT ON THE BOOKS **" TO WS-DISPOSITION
           END-IF.
           PERFORM 3600-CLEAR-OR-EXCEPT.

       3500-FIND-BY-AMOUNT.
           PERFORM VARYING WS-BKI-SUB FROM 1 BY 1
              UNTIL WS-BKI-SUB > WS-BKI-COUNT
                 OR (TABLE-BKI-SOURCE (WS-BKI-SUB) = WS-NEW-SOURCE
                 AND TABLE-BKI-OUTSTANDING (WS-BKI-SUB)
                 AND TABLE-BKI-AMOUNT (WS-BKI-SUB) = WS-BAI-AMOUNT)
           END-PERFORM.

       3600-CLEAR-OR-EXCEPT.
      * NO DISPOSITION MEANS A CLEAN MATCH - MARK THE BOOK ITEM OFF.
      * ANYTHING ELSE IS A STATEMENT ITEM THE BOOKS DO NOT HAVE, AND
      * IT RECONCILES THE BOOK SIDE UNTIL SOMEONE JOURNALS IT.
           IF WS-DISPOSITION = SPACES
              ADD 1 TO WS-STMT-MATCHED
              SET TABLE-BKI-CLEARED (WS-BKI-SUB) TO TRUE
              MOVE WS-STATEMENT-DATE
                TO TABLE-BKI-CLEARED-DATE (WS-BKI-SUB)
           ELSE
              ADD 1 TO WS-STMT-EXCEPTIONS
              IF WS-BAI-TYPE-CODE > 399
                 ADD WS-BAI-AMOUNT TO WS-BANK-DEBITS-UNBOOKED
              ELSE
                 ADD WS-BAI-AMOUNT TO WS-BANK-CREDITS-UNBOOKED
              END-IF
              PERFORM 7100-LIST-STATEMENT-ITEM
           END-IF.

       5000-LIST-OUTSTANDING.
      * EVERY BOOK ITEM THE BANK HAS NOT YET CLEARED.
           MOVE "BOOK ITEMS OUTSTANDING" TO SECTION-HDG-TITLE.
           PERFORM 7600-WRITE-SECTION-HEADING.
           PERFORM VARYING WS-BKI-SUB FROM 1 BY 1
              UNTIL WS-BKI-SUB > WS-BKI-COUNT
              IF TABLE-BKI-OUTSTANDING (WS-BKI-SUB)
                 ADD 1 TO WS-OUTSTANDING-COUNT
                 MOVE SPACES TO DETAIL-LINE-RECON
                 PERFORM 7200-NAME-THE-SOURCE
                 MOVE TABLE-BKI-REFERENCE (WS-BKI-SUB) TO DTL-REFERENCE
                 MOVE TABLE-BKI-DATE (WS-BKI-SUB)      TO DTL-DATE
                 MOVE TABLE-BKI-PAYEE (WS-BKI-SUB)     TO DTL-PAYEE
                 MOVE 0 TO DTL-DEBIT DTL-CREDIT
                 IF TABLE-BKI-DIRECTION (WS-BKI-SUB) = "C"
                    MOVE TABLE-BKI-AMOUNT (WS-BKI-SUB) TO DTL-CREDIT
                    ADD TABLE-BKI-AMOUNT (WS-BKI-SUB)
                      TO WS-DEPOSITS-IN-TRANSIT
                    MOVE "DEPOSIT IN TRANSIT" TO DTL-DISPOSITION
                 ELSE
                    MOVE TABLE-BKI-AMOUNT (WS-BKI-SUB) TO DTL-DEBIT
                    ADD TABLE-BKI-AMOUNT (WS-BKI-SUB)
                      TO WS-OUTSTANDING-DEBITS
                    MOVE "OUTSTANDING" TO DTL-DISPOSITION
                 END-IF
                 PERFORM 7500-WRITE-LISTING-LINE
              END-IF
           END-PERFORM.

       6000-PROVE-TO-GL-CASH.
      * GL CASH IS THE CASH ACCOUNT'S NET OF EVERY LEDGER PERIOD UP TO
      * AND INCLUDING THE STATEMENT'S PERIOD.
           IF WS-GL-PERIOD = SPACES
              MOVE "F" TO DFN-FUNCTION-CODE
              MOVE WS-STATEMENT-DATE TO DFN-DATE-1
              CALL "DATESRVRB" USING DATEFUN-PARMS
              IF DFN-OK
                 MOVE DFN-FISCAL-PERIOD TO WS-GL-PERIOD
              ELSE
                 MOVE WS-STATEMENT-DATE (1:6) TO WS-GL-PERIOD
              END-IF
           END-IF.
           MOVE WS-GL-PERIOD TO PAGE-HDG-02-PERIOD.
           OPEN INPUT GL-LEDGER-FILE.
           PERFORM UNTIL END-OF-GL-LEDGER
              READ GL-LEDGER-FILE
                 AT END
                    SET END-OF-GL-LEDGER TO TRUE
                 NOT AT END
                    IF GLL-ACCOUNT = WS-GL-CASH-ACCT
                       AND GLL-PERIOD NOT > WS-GL-PERIOD
                       COMPUTE WS-GL-CASH-BALANCE = WS-GL-CASH-BALANCE
                           + GLL-DEBITS - GLL-CREDITS
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE GL-LEDGER-FILE.
           COMPUTE WS-ADJUSTED-BANK = WS-CLOSING-BALANCE
               + WS-DEPOSITS-IN-TRANSIT - WS-OUTSTANDING-DEBITS.
           COMPUTE WS-ADJUSTED-BOOK = WS-GL-CASH-BALANCE
               - WS-BANK-DEBITS-UNBOOKED + WS-BANK-CREDITS-UNBOOKED.
           COMPUTE WS-RECON-DIFFERENCE =
               WS-ADJUSTED-BANK - WS-ADJUSTED-BOOK.

           MOVE "RECONCILIATION OF STATEMENT TO GL CASH"
             TO SECTION-HDG-TITLE.
           PERFORM 7600-WRITE-SECTION-HEADING.
           MOVE "STATEMENT OPENING LEDGER BALANCE" TO PRF-LABEL.
           MOVE WS-OPENING-BALANCE TO PRF-AMOUNT.
           PERFORM 7700-WRITE-PROOF-LINE.
           MOVE "STATEMENT CLOSING LEDGER BALANCE" TO PRF-LABEL.
           MOVE WS-CLOSING-BALANCE TO PRF-AMOUNT.
           PERFORM 7700-WRITE-PROOF-LINE.
           MOVE "  ADD: DEPOSITS IN TRANSIT" TO PRF-LABEL.
           MOVE WS-DEPOSITS-IN-TRANSIT TO PRF-AMOUNT.
           PERFORM 7700-WRITE-PROOF-LINE.
           MOVE "  LESS: OUTSTANDING CHECKS AND PAYMENTS" TO PRF-LABEL.
           MOVE WS-OUTSTANDING-DEBITS TO PRF-AMOUNT.
           PERFORM 7700-WRITE-PROOF-LINE.
           MOVE "ADJUSTED BANK BALANCE" TO PRF-LABEL.
           MOVE WS-ADJUSTED-BANK TO PRF-AMOUNT.
           PERFORM 7700-WRITE-PROOF-LINE.
           MOVE "GL CASH ACCOUNT BALANCE" TO PRF-LABEL.
           MOVE WS-GL-CASH-BALANCE TO PRF-AMOUNT.
           PERFORM 7700-WRITE-PROOF-LINE.
           MOVE "  LESS: BANK DEBITS NOT ON THE BOOKS" TO PRF-LABEL.
           MOVE WS-BANK-DEBITS-UNBOOKED TO PRF-AMOUNT.
           PERFORM 7700-WRITE-PROOF-LINE.
           MOVE "  ADD: BANK CREDITS NOT ON THE BOOKS" TO PRF-LABEL.
           MOVE WS-BANK-CREDITS-UNBOOKED TO PRF-AMOUNT.
           PERFORM 7700-WRITE-PROOF-LINE.
           MOVE "ADJUSTED BOOK BALANCE" TO PRF-LABEL.
           MOVE WS-ADJUSTED-BOOK TO PRF-AMOUNT.
           PERFORM 7700-WRITE-PROOF-LINE.
           MOVE "DIFFERENCE" TO PRF-LABEL.
           MOVE WS-RECON-DIFFERENCE TO PRF-AMOUNT.
           IF WS-RECON-DIFFERENCE = 0
              MOVE "RECONCILED" TO PRF-NOTE
           ELSE
              MOVE "*** NOT RECONCILED ***" TO PRF-NOTE
              DISPLAY "BNKRECRB: STATEMENT DOES NOT PROVE TO GL CASH"
              MOVE 8 TO WS-RECON-RETURN-CODE
           END-IF.
           PERFORM 7700-WRITE-PROOF-LINE.

       7100-LIST-STATEMENT-ITEM.
           MOVE SPACES TO DETAIL-LINE-RECON.
           MOVE 0 TO DTL-DEBIT DTL-CREDIT.
           IF WS-BAI-TYPE-CODE > 399
              MOVE "BANK DEBIT"  TO DTL-ITEM
              MOVE WS-BAI-AMOUNT TO DTL-DEBIT
           ELSE
              MOVE "BANK CREDIT" TO DTL-ITEM
              MOVE WS-BAI-AMOUNT TO DTL-CREDIT
           END-IF.
           IF WS-BAI-TYPE-CODE = 475
              MOVE "PAID CHECK" TO DTL-ITEM
           END-IF.
           MOVE WS-BAI-TYPE-CODE TO DTL-ITEM (12:3).
           IF WS-BAI-CUST-REF NOT = SPACES
              MOVE WS-BAI-CUST-REF TO DTL-REFERENCE
           ELSE
              MOVE WS-BAI-BANK-REF TO DTL-REFERENCE
           END-IF.
           MOVE WS-STATEMENT-DATE TO DTL-DATE.
           MOVE WS-BAI-TEXT       TO DTL-PAYEE.
           MOVE WS-DISPOSITION    TO DTL-DISPOSITION.
           PERFORM 7500-WRITE-LISTING-LINE.

       7200-NAME-THE-SOURCE.
           EVALUATE TABLE-BKI-SOURCE (WS-BKI-SUB)
              WHEN "C" MOVE "CHECK"           TO DTL-ITEM
              WHEN "H" MOVE "GARNISH CHECK"   TO DTL-ITEM
              WHEN "P" MOVE "PAYROLL ACH"     TO DTL-ITEM
              WHEN "G" MOVE "GARNISH ACH"     TO DTL-ITEM
              WHEN "R" MOVE "401(K) REMIT"    TO DTL-ITEM
              WHEN "L" MOVE "LOCKBOX DEPOSIT" TO DTL-ITEM
              WHEN "V" MOVE "VENDOR CHECK"    TO DTL-ITEM
              WHEN "A" MOVE "VENDOR ACH"      TO DTL-ITEM
              WHEN OTHER MOVE "BOOK ITEM"     TO DTL-ITEM
           END-EVALUATE.

       7500-WRITE-LISTING-LINE.
           MOVE SPACE TO DTL-CC.
           add 1 to WS-LINE-COUNT.
           if WS-LINE-COUNT > 50
              PERFORM 8000-WRITE-HEADINGS.
           write RECON-REPORT-RECORD from DETAIL-LINE-RECON
             after advancing 01 lines.

       7600-WRITE-SECTION-HEADING.
           IF WS-PAGE-COUNT = 0 OR WS-LINE-COUNT > 46
              PERFORM 8000-WRITE-HEADINGS
           END-IF.
           write RECON-REPORT-RECORD from SECTION-HDG-LINE
             AFTER ADVANCING 02 LINES.
           ADD 2 TO WS-LINE-COUNT.

       7700-WRITE-PROOF-LINE.
           add 1 to WS-LINE-COUNT.
           write RECON-REPORT-RECORD from PROOF-LINE
             after advancing 01 lines.
           MOVE SPACES TO PRF-NOTE.

       8000-WRITE-HEADINGS.
           add 1 to WS-PAGE-COUNT.
           move WS-PAGE-COUNT TO PAGE-HDG-01-PAGE.
           WRITE RECON-REPORT-RECORD FROM WS-REPORT-RULER
             after advancing page.
           WRITE RECON-REPORT-RECORD
            FROM PAGE-HDG-01 after advancing 01 LINES.
           WRITE RECON-REPORT-RECORD
            FROM PAGE-HDG-02 after advancing 01 LINES.
           WRITE RECON-REPORT-RECORD
            FROM PAGE-HDG-03 AFTER ADVANCING 02 LINES.
           MOVE 4 TO WS-LINE-COUNT.

       9000-CREATE-LISTING-TOTAL-LINE.
           MOVE WS-STMT-ITEMS        TO TOTAL-ITEMS.
           MOVE WS-STMT-MATCHED      TO TOTAL-MATCHED.
           MOVE WS-STMT-EXCEPTIONS   TO TOTAL-EXCEPTIONS.
           MOVE WS-OUTSTANDING-COUNT TO TOTAL-OUTSTANDING.
           MOVE WS-ITEMS-ADDED       TO TOTAL-ADDED.
           write RECON-REPORT-RECORD from DETAIL-LINE-LINE
             AFTER ADVANCING 01 LINES.
           write RECON-REPORT-RECORD from TOTALS-LINE
             AFTER ADVANCING 02 LINES.
           write RECON-REPORT-RECORD from WS-REPORT-RULER
             after advancing 02 LINES.

       9600-WRITE-BOOK-ITEMS.
           OPEN OUTPUT BOOK-ITEM-FILE.
           IF NOT GOOD-BOOK-ITEM-WRITE
              DISPLAY "BNKRECRB: UNABLE TO REWRITE BOOK-ITEMS FILE, "
                  "STATUS = " WS-BOOK-ITEM-STATUS
              MOVE 16 TO RETURN-CODE
              PERFORM 1350-RELEASE-RUN-LOCK
              GOBACK
           END-IF.
           PERFORM VARYING WS-BKI-SUB FROM 1 BY 1
              UNTIL WS-BKI-SUB > WS-BKI-COUNT
              MOVE BKI-TABLE-ENTRY (WS-BKI-SUB) TO BOOK-ITEM-RECORD
              WRITE BOOK-ITEM-RECORD
           END-PERFORM.
           CLOSE BOOK-ITEM-FILE.

       9900-WRITE-AUDIT-RECORD.
      * APPEND ONE SUMMARY LINE FOR THIS RUN TO THE SHARED OPERATIONS
      * AUDIT TRAIL, MIRRORING THE PROGRAM TOTALS DISPLAYED ABOVE.
           ACCEPT WS-RUN-TIME FROM TIME.
           MOVE "BNKRECRB"          TO AUD-PROGRAM-NAME.
           MOVE WS-RUN-DATE         TO AUD-RUN-DATE.
           MOVE WS-RUN-TIME         TO AUD-RUN-TIME.
           MOVE WS-STMT-ITEMS       TO AUD-RECORDS-READ.
           MOVE WS-STMT-MATCHED     TO AUD-RECORDS-WRITTEN.
           MOVE SPACES              TO AUD-KEY-TOTALS.
           MOVE "DIFF="             TO AUD-KEY-TOTALS(1:5).
           MOVE WS-DIFF-FORMAT      TO AUD-KEY-TOTALS(6:15).
           MOVE "EXC="              TO AUD-KEY-TOTALS(22:4).
           MOVE WS-STMT-EXCEPTIONS  TO AUD-KEY-TOTALS(26:5).
           IF RETURN-CODE = 0
              MOVE "OK" TO AUD-COMPLETION-STATUS
           ELSE
              MOVE "ER" TO AUD-COMPLETION-STATUS
           END-IF.
           WRITE AUDIT-TRAIL-RECORD FROM AUDIT-TRAIL-LINE.
