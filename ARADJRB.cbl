       IDENTIFICATION DIVISION.
       PROGRAM-ID.    ARADJRB.
       AUTHOR.        RYAN BROOKS
      * ACCOUNTS RECEIVABLE ADJUSTMENTS.  UNTIL NOW ONLY BILLING
      * (MATHSHPS) AND CASH APPLICATION (CASHAPRB) MOVED OPENINV.DAT,
      * SO A RETURN, A PRICING MISTAKE, OR A CUSTOMER WHO WILL NEVER
      * PAY SAT ON THE AGING FOREVER.  THIS PROGRAM READS THE KEYED
      * ADJUSTMENT FILE (ARADJ.DAT), ONE ADJUSTMENT AGAINST ONE
      * INVOICE PER RECORD, EACH WITH A REASON CODE:
      *
      *   C - CREDIT MEMO  TAKES AMOUNT OFF THE INVOICE BALANCE (IT
      *                    COUNTS AS PAID).  DEBIT SALES RETURNS AND
      *                    ALLOWANCES (OR FINANCE-CHARGE INCOME FOR A
      *                    REVERSED CHARGE), CREDIT AR.
      *   D - DEBIT MEMO   ADDS AMOUNT TO THE INVOICE AND REOPENS IT
      *                    IF IT WAS PAID.  DEBIT AR, CREDIT SALES.
      *   W - WRITE-OFF    TAKES AN UNCOLLECTIBLE BALANCE OFF THE
      *                    INVOICE.  DEBIT BAD-DEBT EXPENSE, CREDIT AR.
      *                    AN AMOUNT OF ZERO WRITES OFF WHATEVER IS
      *                    STILL OPEN.
      *
      * THE REASON CODE DECIDES WHICH OF THE THREE IT MAY BE USED
      * WITH AND WHICH ACCOUNT TAKES THE OTHER SIDE OF AR (SEE
      * WS-REASON-VALUES).  AMOUNTS ARE KEYED IN THE INVOICE'S OWN
      * BILLING CURRENCY AND GO TO THE LEDGER IN USD AT THE RATE THE
      * INVOICE WAS BOOKED AT, THE WAY CASHAPRB RELIEVES AN INVOICE.
      * EVERY ADJUSTMENT ALSO GOES ON THE CASH HISTORY (CASHHIST.DAT)
      * AS ENTRY TYPE C, D OR W SO THE CUSTOMER STATEMENTS SHOW IT.
      *
      * A WRITE-OFF OVER ARADJRB-WRITEOFF-LIMIT (USD, DEFAULT 500.00)
      * NEEDS AN OPERATOR WHOSE AUTHORIZATION FILE ROWS INCLUDE
      * ARWRTOFF (OR ALL) AS WELL AS ARADJRB.  WITHOUT IT THAT
      * WRITE-OFF IS REJECTED AND THE REST OF THE FILE STILL APPLIES.
      *
      * EVERY ADJUSTMENT - APPLIED OR REJECTED WITH ITS REASON - IS
      * LISTED ON THE ADJUSTMENT REGISTER, WITH TOTALS BY TYPE AND BY
      * REASON CODE.  ANY REJECT ENDS THE RUN WITH A RETURN CODE OF
      * 4.  THE APPLIED FILE IS RENAMED ASIDE (<PATH>.P<YYMMDDHHMM>)
      * SO IT CANNOT APPLY TWICE; REJECTS ARE RE-KEYED ON A NEW FILE.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ADJUSTMENT-FILE ASSIGN DYNAMIC
                 WS-ADJUSTMENT-PATH
             organization is line sequential
             file status is WS-ADJUSTMENT-STATUS.
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
           SELECT GL-POSTING-FILE ASSIGN DYNAMIC
                 WS-GL-POSTING-PATH
             organization is line sequential
             file status is WS-GL-POSTING-STATUS.
           SELECT ADJUSTMENT-REGISTER
             ASSIGN DYNAMIC WS-REGISTER-PATH
             organization is LINE sequential
             file status is WS-REGISTER-STATUS.
           SELECT AUDIT-TRAIL-FILE ASSIGN DYNAMIC
                 WS-AUDIT-TRAIL-PATH
             organization is line sequential
             file status is WS-AUDIT-TRAIL-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  ADJUSTMENT-FILE
           RECORDING MODE IS F
           DATA RECORD IS ADJUSTMENT-RECORD.
      * ADJ-AMOUNT IS IN THE INVOICE'S BILLING CURRENCY.  A BLANK
      * CUSTOMER IS TAKEN FROM THE INVOICE; A BLANK DATE IS TODAY.
       01 ADJUSTMENT-RECORD.
           05  ADJ-TYPE                 PIC X(01).
               88 ADJ-CREDIT-MEMO          VALUE "C".
               88 ADJ-DEBIT-MEMO           VALUE "D".
               88 ADJ-WRITE-OFF            VALUE "W".
           05  ADJ-INVOICE-NUMBER       PIC X(06).
           05  ADJ-CUST-NUMBER          PIC X(06).
           05  ADJ-AMOUNT               PIC 9(08)V99.
           05  ADJ-REASON               PIC X(02).
           05  ADJ-DATE                 PIC X(08).
           05  ADJ-MEMO                 PIC X(20).

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
      * CHARGE.
           05  OPNINV-TYPE              PIC X(01).
      * SALES TAX CARRIED SO THE RECORD READS IN WHOLE - THE
      * BILLING RUN FIGURES IT PER INVOICE AND TAXLIARB FILES IT.
           05  OPNINV-TAX-JURIS         PIC X(06).
           05  OPNINV-TAX-STATUS        PIC X(01).
           05  OPNINV-SALES-AMOUNT      PIC 9(08)V99.
           05  OPNINV-TAX-AMOUNT        PIC 9(08)V99.
           05  OPNINV-EXEMPT-CERT       PIC X(15).

       FD  CASH-HISTORY-FILE
           RECORDING MODE IS F
           DATA RECORD IS CASH-HISTORY-RECORD.
      * SAME LAYOUT CASHAPRB WRITES.  CSH-AMOUNT IS USD; CSH-ORIG-
      * AMOUNT IS THE SAME MONEY IN CSH-CURRENCY.
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

       FD  ADJUSTMENT-REGISTER
           RECORDING MODE IS F
           DATA RECORD IS REGISTER-RECORD.
       01 REGISTER-RECORD                PIC X(133).

       FD  AUDIT-TRAIL-FILE
           RECORDING MODE IS F
           DATA RECORD IS AUDIT-TRAIL-RECORD.
       01 AUDIT-TRAIL-RECORD             PIC X(89).

       WORKING-STORAGE SECTION.
      * FILE PATHS - DEFAULT TO THE PATHS BELOW, BUT CAN BE OVERRIDDEN
      * AT RUN TIME BY SETTING THE MATCHING ENVIRONMENT VARIABLE
      * BEFORE STARTING THE PROGRAM (SEE 0500-GET-FILE-PATHS):
        01 WS-FILE-PATHS.
           05 WS-ADJUSTMENT-PATH        PIC X(80)
                VALUE "C:\Users\Ryan\Desktop\ARADJ.DAT".
           05 WS-OPEN-INVOICE-PATH      PIC X(80)
                VALUE "C:\Users\Ryan\Desktop\OPENINV.DAT".
           05 WS-CASH-HISTORY-PATH      PIC X(80)
                VALUE "C:\Users\Ryan\Desktop\CASHHIST.DAT".
           05 WS-GL-POSTING-PATH        PIC X(80)
                VALUE "C:\Users\Ryan\Desktop\GLPOST.DAT".
           05 WS-REGISTER-PATH          PIC X(80)
                VALUE "C:\Users\Ryan\Desktop\ARADJ-REGISTER.rpt".
           05 WS-AUDIT-TRAIL-PATH       PIC X(80)
                VALUE "C:\Users\Ryan\Desktop\OPS-AUDIT-TRAIL.LOG".
           05 WS-ENV-PATH-OVERRIDE      PIC X(80).
        01 WS-APPLIED-ASIDE-PATH        PIC X(80) VALUE SPACES.

      * File status
        COPY "FILESTAT.cpy" REPLACING
            ==STATUS-FIELD==   BY ==WS-ADJUSTMENT-STATUS==
            ==STATUS-OK==      BY ==ADJUSTMENT-FILE-SUCCESSFUL==
            ==STATUS-EOF==     BY ==END-OF-ADJUSTMENT-FILE==
            ==STATUS-INVALID== BY ==INVALID-VALUE-IN-FILE==.
        01 WS-OPEN-INVOICE-STATUS       pic X(02).
           88 OPEN-INVOICE-SUCCESSFUL      VALUE "00".
        01 WS-CASH-HISTORY-STATUS       pic X(02).
           88 GOOD-CASH-HISTORY-WRITE      VALUE "00".
        01 WS-GL-POSTING-STATUS         pic X(02).
           88 GOOD-GL-POSTING-WRITE        VALUE "00".
        01 WS-REGISTER-STATUS           pic X(02).
           88 GOOD-REGISTER-WRITE          VALUE "00".
        01 WS-AUDIT-TRAIL-STATUS        pic X(02).
           88 GOOD-AUDIT-TRAIL-WRITE       VALUE "00".

      * RUN SETTINGS.
        01 WS-WRITEOFF-LIMIT            PIC 9(07)V99 VALUE 500.00.
        01 WS-ENV-STAGING               PIC X(16) VALUE SPACES.
        01 WS-RUN-CCYYMMDD              PIC 9(08) VALUE 0.
        01 WS-GL-PERIOD                 PIC X(06) VALUE SPACES.
        01 WS-GL-AR-ACCT                PIC X(08) VALUE "12000000".
        01 WS-RUN-RC                    PIC 9(02) VALUE 0.
        01 WS-RENAME-RESULT             PIC 9(09) COMP-5 VALUE 0.

      * WRITE-OFF AUTHORITY OVER THE LIMIT - ASKED OF OPSIGNRB THE
      * FIRST TIME A WRITE-OFF NEEDS IT, THEN REMEMBERED.
        01 WS-WO-AUTHORITY-SW           PIC X(01) VALUE SPACE.
           88 WO-AUTHORITY-NOT-ASKED       VALUE SPACE.
           88 WO-AUTHORITY-GRANTED         VALUE "Y".
           88 WO-AUTHORITY-REFUSED         VALUE "N".

      * REASON CODES: CODE, THE ADJUSTMENT TYPE IT GOES WITH, WHAT IT
      * MEANS, AND THE ACCOUNT ON THE OTHER SIDE OF AR.
        01 WS-REASON-VALUES.
           05 FILLER                    PIC X(02) VALUE "RT".
           05 FILLER                    PIC X(01) VALUE "C".
           05 FILLER                    PIC X(20)
                VALUE "RETURNED GOODS".
           05 FILLER                    PIC X(08) VALUE "41000000".
           05 FILLER                    PIC X(02) VALUE "PA".
           05 FILLER                    PIC X(01) VALUE "C".
           05 FILLER                    PIC X(20)
                VALUE "PRICE ALLOWANCE".
           05 FILLER                    PIC X(08) VALUE "41000000".
           05 FILLER                    PIC X(02) VALUE "DG".
           05 FILLER                    PIC X(01) VALUE "C".
           05 FILLER                    PIC X(20)
                VALUE "DAMAGED IN TRANSIT".
           05 FILLER                    PIC X(08) VALUE "41000000".
           05 FILLER                    PIC X(02) VALUE "FC".
           05 FILLER                    PIC X(01) VALUE "C".
           05 FILLER                    PIC X(20)
                VALUE "FIN CHARGE REVERSED".
           05 FILLER                    PIC X(08) VALUE "42100000".
           05 FILLER                    PIC X(02) VALUE "UB".
           05 FILLER                    PIC X(01) VALUE "D".
           05 FILLER                    PIC X(20)
                VALUE "UNDERBILLED".
           05 FILLER                    PIC X(08) VALUE "40000000".
           05 FILLER                    PIC X(02) VALUE "FR".
           05 FILLER                    PIC X(01) VALUE "D".
           05 FILLER                    PIC X(20)
                VALUE "FREIGHT NOT BILLED".
           05 FILLER                    PIC X(08) VALUE "40000000".
           05 FILLER                    PIC X(02) VALUE "BD".
           05 FILLER                    PIC X(01) VALUE "W".
           05 FILLER                    PIC X(20)
                VALUE "UNCOLLECTIBLE".
           05 FILLER                    PIC X(08) VALUE "67000000".
           05 FILLER                    PIC X(02) VALUE "BK".
           05 FILLER                    PIC X(01) VALUE "W".
           05 FILLER                    PIC X(20)
                VALUE "CUSTOMER BANKRUPT".
           05 FILLER                    PIC X(08) VALUE "67000000".
           05 FILLER                    PIC X(02) VALUE "SB".
           05 FILLER                    PIC X(01) VALUE "W".
           05 FILLER                    PIC X(20)
                VALUE "SMALL BALANCE".
           05 FILLER                    PIC X(08) VALUE "67000000".
        01 WS-REASON-TABLE REDEFINES WS-REASON-VALUES.
           05 REASON-ENTRY OCCURS 9 TIMES.
              10 REASON-CODE            PIC X(02).
              10 REASON-TYPE            PIC X(01).
              10 REASON-DESCRIPTION     PIC X(20).
              10 REASON-GL-ACCT         PIC X(08).
        01 WS-REASON-COUNT              PIC 9(02) VALUE 9.
        01 WS-RSN-SUB                   PIC 9(02) VALUE 0.
        01 WS-REASON-TOTALS.
           05 RSN-TOTAL-ENTRY OCCURS 9 TIMES.
              10 RSN-TOTAL-COUNT        PIC 9(05).
              10 RSN-TOTAL-USD          PIC 9(09)V99.

      * THE ADJUSTMENT IN HAND.
        01 WS-ADJ-DATE                  PIC 9(08) VALUE 0.
        01 WS-ADJ-CURRENCY              PIC X(03) VALUE SPACES.
        01 WS-ADJ-ORIG                  PIC 9(08)V99 VALUE 0.
        01 WS-ADJ-USD                   PIC 9(08)V99 VALUE 0.
        01 WS-BAL-ORIG                  PIC S9(09)V99 VALUE 0.
        01 WS-BAL-USD                   PIC S9(09)V99 VALUE 0.
        01 WS-NEW-BALANCE               PIC S9(09)V99 VALUE 0.
        01 WS-REJECT-REASON             PIC X(28) VALUE SPACES.
        01 WS-OFFSET-ACCT               PIC X(08) VALUE SPACES.
        01 WS-FOUND-SW                  PIC X(01) VALUE "N".
           88 INVOICE-FOUND                VALUE "Y".

      * RUN COUNTERS - BY TYPE C, D, W.
        01 WS-ADJUSTMENTS-READ          PIC 9(05) VALUE 0.
        01 WS-ADJUSTMENTS-APPLIED       PIC 9(05) VALUE 0.
        01 WS-ADJUSTMENTS-REJECTED      PIC 9(05) VALUE 0.
        01 WS-CREDIT-COUNT              PIC 9(05) VALUE 0.
        01 WS-CREDIT-USD                PIC 9(09)V99 VALUE 0.
        01 WS-DEBIT-COUNT               PIC 9(05) VALUE 0.
        01 WS-DEBIT-USD                 PIC 9(09)V99 VALUE 0.
        01 WS-WRITEOFF-COUNT            PIC 9(05) VALUE 0.
        01 WS-WRITEOFF-USD              PIC 9(09)V99 VALUE 0.
        01 WS-RUN-DATE                  PIC X(08).
        01 WS-RUN-TIME                  PIC 9(08) VALUE 0.
        COPY "AUDITTRL.cpy".
        COPY "DATEFUN.cpy".
      * OPERATOR SIGN-ON - WHO KEYED THE ADJUSTMENTS.  THE SIGNED-ON
      * USER IS STAMPED INTO THE REGISTER HEADING AND THE AUDIT-TRAIL
      * RECORD.
        COPY "SIGNON.cpy".
        COPY "RUNLOCK.cpy".

       01  PAGE-HDG-01.
           05 PAGE-HDG-01-CC         PIC X(01) VALUE SPACE.
           05 FILLER                 PIC X(46) VALUE SPACES.
           05 FILLER                 PIC X(33)
              VALUE "ACCOUNTS RECEIVABLE ADJUSTMENTS".
           05 FILLER                 PIC X(44) VALUE SPACES.
           05 FILLER                 PIC X(06) VALUE "PAGE: ".
           05 PAGE-HDG-01-PAGE       PIC ZZ9.
       01  PAGE-HDG-02.
           05 PAGE-HDG-02-CC         PIC X(01) VALUE SPACE.
           05 FILLER                 PIC X(11) VALUE "KEYED BY:  ".
           05 PAGE-HDG-02-USER       PIC X(08).
           05 FILLER                 PIC X(25) VALUE SPACES.
           05 FILLER                 PIC X(10) VALUE "RUN DATE: ".
           05 PAGE-HDG-02-DATE       PIC 9999/99/99.
           05 FILLER                 PIC X(06) VALUE SPACES.
           05 FILLER                 PIC X(08) VALUE "PERIOD: ".
           05 PAGE-HDG-02-PERIOD     PIC X(06).
           05 FILLER                 PIC X(06) VALUE SPACES.
           05 FILLER                 PIC X(22)
              VALUE "WRITE-OFF LIMIT (USD):".
           05 PAGE-HDG-02-LIMIT      PIC ZZZ,ZZ9.99.
       01  PAGE-HDG-03.
           05 PAGE-HDG-03-CC         PIC X(01) VALUE SPACE.
           05 FILLER                 PIC X(05) VALUE "TYPE ".
           05 FILLER                 PIC X(08) VALUE "INVOICE ".
           05 FILLER                 PIC X(08) VALUE "CUST NO.".
           05 FILLER                 PIC X(11) VALUE "  DATE".
           05 FILLER                 PIC X(24) VALUE "REASON".
           05 FILLER                 PIC X(21) VALUE "MEMO".
           05 FILLER                 PIC X(04) VALUE "CUR".
           05 FILLER                 PIC X(14) VALUE "        AMOUNT".
           05 FILLER                 PIC X(14) VALUE "    AMOUNT USD".
           05 FILLER                 PIC X(14) VALUE "   NEW BALANCE".
           05 FILLER                 PIC X(09) VALUE SPACES.

       01  DETAIL-LINE-ADJUSTMENT.
           05 DTL-CC                 PIC X(01) VALUE SPACE.
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 DTL-TYPE               PIC X(01).
           05 FILLER                 PIC X(03) VALUE SPACES.
           05 DTL-INVOICE            PIC X(06).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 DTL-CUST-NUM           PIC X(06).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 DTL-DATE               PIC 9999/99/99.
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 DTL-REASON             PIC X(02).
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 DTL-REASON-DESC        PIC X(20).
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 DTL-MEMO               PIC X(20).
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 DTL-CURRENCY           PIC X(03).
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 DTL-AMOUNT             PIC ZZZ,ZZZ,ZZ9.99.
           05 DTL-AMOUNT-USD         PIC ZZZ,ZZZ,ZZ9.99.
           05 DTL-NEW-BALANCE        PIC ZZZ,ZZZ,ZZ9.99-.
           05 FILLER                 PIC X(08) VALUE SPACES.
       01  DETAIL-LINE-REJECT REDEFINES DETAIL-LINE-ADJUSTMENT.
           05 FILLER                 PIC X(97).
           05 DTL-REJECT-TAG         PIC X(08).
           05 DTL-REJECT-REASON      PIC X(28).

       01  TOTALS-HDG.
           05 TOTAL-HDG-CC           PIC X(01) VALUE SPACE.
           05 FILLER                 PIC X(05) VALUE SPACES.
           05 TOTAL-HDG-TEXT         PIC X(40).
           05 FILLER                 PIC X(08) VALUE "   COUNT".
           05 FILLER                 PIC X(18)
              VALUE "        AMOUNT USD".
           05 FILLER                 PIC X(61) VALUE SPACES.
       01  TOTALS-LINE.
           05 TOTAL-LINE-CC          PIC X(01) VALUE SPACE.
           05 FILLER                 PIC X(05) VALUE SPACES.
           05 TOTAL-LABEL            PIC X(40).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 TOTAL-COUNT            PIC ZZ,ZZ9.
           05 FILLER                 PIC X(04) VALUE SPACES.
           05 TOTAL-AMOUNT           PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                 PIC X(61) VALUE SPACES.

       01  DETAIL-LINE-LINE.
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 FILLER                 PIC X(124) VALUE ALL "_".
           05 FILLER                 PIC X(08) VALUE SPACES.

       01  PAGE-STUFF.
           05 WS-PAGE-COUNT           PIC 999 VALUE 0.
           05 WS-LINE-COUNT           PIC 99 VALUE 0.

       PROCEDURE DIVISION.

           DISPLAY "ARADJRB FOR RYAN BROOKS".

           PERFORM 1000-INITIALIZE.
           PERFORM UNTIL END-OF-ADJUSTMENT-FILE
              READ ADJUSTMENT-FILE
                 AT END
                    SET END-OF-ADJUSTMENT-FILE TO TRUE
                 NOT AT END
                    ADD 1 TO WS-ADJUSTMENTS-READ
                    PERFORM 2000-PROCESS-ADJUSTMENT
                       THRU 2000-PROCESS-ADJUSTMENT-EXIT
              END-READ
           END-PERFORM.
           CLOSE ADJUSTMENT-FILE
                 OPEN-INVOICE-FILE.

           PERFORM 9000-PRINT-TOTALS.
           IF WS-ADJUSTMENTS-READ > 0
              PERFORM 9650-SET-APPLIED-ASIDE
           END-IF.

      * THE LOCK GOES BACK BEFORE THE RETURN CODE IS SET - THE CALL
      * WOULD OTHERWISE CLEAR IT.
           PERFORM 1350-RELEASE-RUN-LOCK.
           IF WS-ADJUSTMENTS-REJECTED > 0 AND WS-RUN-RC < 04
              MOVE 04 TO WS-RUN-RC
           END-IF.
           MOVE WS-RUN-RC TO RETURN-CODE.

           display "ADJUSTMENTS READ:            " WS-ADJUSTMENTS-READ.
           display "ADJUSTMENTS APPLIED:         "
               WS-ADJUSTMENTS-APPLIED.
           display "  CREDIT MEMOS:              " WS-CREDIT-COUNT
               "  USD " WS-CREDIT-USD.
           display "  DEBIT MEMOS:               " WS-DEBIT-COUNT
               "  USD " WS-DEBIT-USD.
           display "  WRITE-OFFS:                " WS-WRITEOFF-COUNT
               "  USD " WS-WRITEOFF-USD.
           display "ADJUSTMENTS REJECTED:        "
               WS-ADJUSTMENTS-REJECTED.

           PERFORM 9900-WRITE-AUDIT-RECORD.

           close CASH-HISTORY-FILE
                 GL-POSTING-FILE
                 ADJUSTMENT-REGISTER
                 AUDIT-TRAIL-FILE.

           GOBACK.

       0500-GET-FILE-PATHS.
      * OVERRIDE THE DEFAULT FILE PATHS IF THE MATCHING ENVIRONMENT
      * VARIABLE HAS BEEN SET:
           ACCEPT WS-ENV-PATH-OVERRIDE FROM ENVIRONMENT
                  "ARADJRB-ADJUSTMENT-FILE".
           IF WS-ENV-PATH-OVERRIDE NOT = SPACES
              MOVE WS-ENV-PATH-OVERRIDE TO WS-ADJUSTMENT-PATH
           END-IF.
           ACCEPT WS-ENV-PATH-OVERRIDE FROM ENVIRONMENT
                  "ARADJRB-OPEN-INVOICE-FILE".
           IF WS-ENV-PATH-OVERRIDE NOT = SPACES
              MOVE WS-ENV-PATH-OVERRIDE TO WS-OPEN-INVOICE-PATH
           END-IF.
           ACCEPT WS-ENV-PATH-OVERRIDE FROM ENVIRONMENT
                  "ARADJRB-CASH-HISTORY-FILE".
           IF WS-ENV-PATH-OVERRIDE NOT = SPACES
              MOVE WS-ENV-PATH-OVERRIDE TO WS-CASH-HISTORY-PATH
           END-IF.
           ACCEPT WS-ENV-PATH-OVERRIDE FROM ENVIRONMENT
                  "ARADJRB-GL-POSTING-FILE".
           IF WS-ENV-PATH-OVERRIDE NOT = SPACES
              MOVE WS-ENV-PATH-OVERRIDE TO WS-GL-POSTING-PATH
           END-IF.
           ACCEPT WS-ENV-PATH-OVERRIDE FROM ENVIRONMENT
                  "ARADJRB-REGISTER".
           IF WS-ENV-PATH-OVERRIDE NOT = SPACES
              MOVE WS-ENV-PATH-OVERRIDE TO WS-REGISTER-PATH
           END-IF.
           ACCEPT WS-ENV-PATH-OVERRIDE FROM ENVIRONMENT
                  "ARADJRB-AUDIT-TRAIL-FILE".
           IF WS-ENV-PATH-OVERRIDE NOT = SPACES
              MOVE WS-ENV-PATH-OVERRIDE TO WS-AUDIT-TRAIL-PATH
           END-IF.

       1000-INITIALIZE.
           PERFORM 0500-GET-FILE-PATHS.
           ACCEPT WS-RUN-DATE FROM DATE.
           COMPUTE WS-RUN-CCYYMMDD =
               FUNCTION NUMVAL (WS-RUN-DATE (1:6)) + 20000000.
           PERFORM 1100-GET-RUN-SETTINGS.
           OPEN EXTEND AUDIT-TRAIL-FILE.
           IF NOT GOOD-AUDIT-TRAIL-WRITE
              CLOSE AUDIT-TRAIL-FILE
              OPEN OUTPUT AUDIT-TRAIL-FILE
           END-IF.
           PERFORM 1200-OPERATOR-SIGN-ON.
           PERFORM 1160-GET-FISCAL-PERIOD.
           OPEN INPUT ADJUSTMENT-FILE.
           IF NOT ADJUSTMENT-FILE-SUCCESSFUL
              DISPLAY "ARADJRB: NO ADJUSTMENT FILE AT "
                  WS-ADJUSTMENT-PATH
              DISPLAY "ARADJRB: NOTHING APPLIED"
              MOVE 04 TO RETURN-CODE
              PERFORM 9900-WRITE-AUDIT-RECORD
              CLOSE AUDIT-TRAIL-FILE
              GOBACK
           END-IF.
           PERFORM 1300-TAKE-RUN-LOCK.
           OPEN I-O OPEN-INVOICE-FILE.
           IF NOT OPEN-INVOICE-SUCCESSFUL
              DISPLAY "ARADJRB: UNABLE TO OPEN OPEN-INVOICE FILE, "
                  "STATUS = " WS-OPEN-INVOICE-STATUS
              PERFORM 1350-RELEASE-RUN-LOCK
              MOVE 16 TO RETURN-CODE
              PERFORM 9900-WRITE-AUDIT-RECORD
              CLOSE AUDIT-TRAIL-FILE
                    ADJUSTMENT-FILE
              GOBACK
           END-IF.
           OPEN OUTPUT ADJUSTMENT-REGISTER.
           IF NOT GOOD-REGISTER-WRITE
              DISPLAY "ARADJRB: UNABLE TO OPEN ADJUSTMENT REGISTER, "
                  "STATUS = " WS-REGISTER-STATUS
              PERFORM 1350-RELEASE-RUN-LOCK
              MOVE 16 TO RETURN-CODE
              PERFORM 9900-WRITE-AUDIT-RECORD
              CLOSE AUDIT-TRAIL-FILE
                    ADJUSTMENT-FILE
                    OPEN-INVOICE-FILE
              GOBACK
           END-IF.
           OPEN EXTEND CASH-HISTORY-FILE.
           IF NOT GOOD-CASH-HISTORY-WRITE
              CLOSE CASH-HISTORY-FILE
              OPEN OUTPUT CASH-HISTORY-FILE
           END-IF.
           OPEN EXTEND GL-POSTING-FILE.
           IF NOT GOOD-GL-POSTING-WRITE
              CLOSE GL-POSTING-FILE
              OPEN OUTPUT GL-POSTING-FILE
           END-IF.
           INITIALIZE WS-REASON-TOTALS.
           MOVE SGN-USER-ID       TO PAGE-HDG-02-USER.
           MOVE WS-RUN-CCYYMMDD   TO PAGE-HDG-02-DATE.
           MOVE WS-GL-PERIOD      TO PAGE-HDG-02-PERIOD.
           MOVE WS-WRITEOFF-LIMIT TO PAGE-HDG-02-LIMIT.
           PERFORM 8000-WRITE-HEADINGS.

       1100-GET-RUN-SETTINGS.
      * A LIMIT LEFT BLANK, OR GIVEN AS ZERO, KEEPS THE DEFAULT.
           MOVE SPACES TO WS-ENV-STAGING.
           ACCEPT WS-ENV-STAGING FROM ENVIRONMENT
                  "ARADJRB-WRITEOFF-LIMIT".
           IF WS-ENV-STAGING NOT = SPACES
              AND FUNCTION NUMVAL (WS-ENV-STAGING) > 0
              COMPUTE WS-WRITEOFF-LIMIT =
                  FUNCTION NUMVAL (WS-ENV-STAGING)
           END-IF.

       1160-GET-FISCAL-PERIOD.
      * THE ACCOUNTING PERIOD EVERY GL POSTING THIS RUN BELONGS TO,
      * FALLING BACK TO THE RUN MONTH AS CCYYMM LIKE CASHAPRB.
           MOVE "F" TO DFN-FUNCTION-CODE.
           MOVE WS-RUN-CCYYMMDD TO DFN-DATE-1.
           CALL "DATESRVRB" USING DATEFUN-PARMS.
           IF DFN-OK
              MOVE DFN-FISCAL-PERIOD TO WS-GL-PERIOD
           ELSE
              MOVE WS-RUN-CCYYMMDD (1:6) TO WS-GL-PERIOD
           END-IF.

       1200-OPERATOR-SIGN-ON.
      * AN ADJUSTMENT CHANGES WHAT A CUSTOMER OWES, SO IT NEEDS A
      * NAMED PERSON - THE UNATTENDED BATCH ANSWER IS NOT ENOUGH.
           MOVE "ARADJRB" TO SGN-PROGRAM-NAME.
           CALL "OPSIGNRB" USING SIGNON-PARMS.
           IF NOT SGN-AUTHORIZED
              EVALUATE TRUE
                 WHEN SGN-NO-USER
                 WHEN SGN-BATCH-RUN
                    DISPLAY "ARADJRB: OPS-USER-ID NOT SET - SIGN "
                        "ON BEFORE APPLYING AR ADJUSTMENTS"
                 WHEN SGN-NO-USER-FILE
                    DISPLAY "ARADJRB: USER AUTHORIZATION FILE "
                        "MISSING - RUN REFUSED"
                 WHEN OTHER
                    DISPLAY "ARADJRB: USER " SGN-USER-ID
                        " NOT AUTHORIZED FOR ARADJRB - RUN REFUSED"
              END-EVALUATE
              MOVE 16 TO RETURN-CODE
              PERFORM 1250-LOG-REFUSED-ACCESS
              GOBACK
           END-IF.

       1250-LOG-REFUSED-ACCESS.
           ACCEPT WS-RUN-TIME FROM TIME.
           MOVE "ARADJRB"           TO AUD-PROGRAM-NAME.
           MOVE WS-RUN-DATE         TO AUD-RUN-DATE.
           MOVE WS-RUN-TIME         TO AUD-RUN-TIME.
           MOVE 0                   TO AUD-RECORDS-READ.
           MOVE 0                   TO AUD-RECORDS-WRITTEN.
           MOVE "ACCESS REFUSED"    TO AUD-KEY-TOTALS.
           MOVE "ER"                TO AUD-COMPLETION-STATUS.
           MOVE SGN-USER-ID         TO AUD-USER-ID.
           WRITE AUDIT-TRAIL-RECORD FROM AUDIT-TRAIL-LINE.
           CLOSE AUDIT-TRAIL-FILE.

       1300-TAKE-RUN-LOCK.
      * CASH APPLICATION, BILLING AND THE FINANCE-CHARGE RUN ALL
      * REWRITE OPEN INVOICES - ONLY ONE OF US AT A TIME.
           SET LCK-TAKE TO TRUE.
           MOVE WS-OPEN-INVOICE-PATH TO LCK-MASTER-PATH.
           MOVE "ARADJRB" TO LCK-PROGRAM-NAME.
           CALL "RUNLOKRB" USING RUNLOCK-PARMS.
           IF NOT LCK-OK
              DISPLAY "ARADJRB: OPEN-INVOICE FILE IS LOCKED BY "
                  LCK-HELD-BY
              DISPLAY "ARADJRB: RUN STOPPED - TRY AGAIN WHEN THE "
                  "LOCK CLEARS"
              MOVE 12 TO RETURN-CODE
              PERFORM 9900-WRITE-AUDIT-RECORD
              CLOSE AUDIT-TRAIL-FILE
                    ADJUSTMENT-FILE
              GOBACK
           END-IF.

       1350-RELEASE-RUN-LOCK.
      * GIVE THE LOCK BACK ON THE ERROR STOPS TOO.
           SET LCK-RELEASE TO TRUE.
           MOVE WS-OPEN-INVOICE-PATH TO LCK-MASTER-PATH.
           MOVE "ARADJRB" TO LCK-PROGRAM-NAME.
           CALL "RUNLOKRB" USING RUNLOCK-PARMS.

       2000-PROCESS-ADJUSTMENT.
      * EDIT THE ADJUSTMENT; THE FIRST THING WRONG WITH IT REJECTS
      * IT.  ONLY A CLEAN ONE TOUCHES THE INVOICE.
           MOVE SPACES TO WS-REJECT-REASON.
           MOVE SPACES TO WS-ADJ-CURRENCY.
           MOVE 0 TO WS-ADJ-ORIG WS-ADJ-USD WS-NEW-BALANCE.
           IF ADJ-DATE = SPACES
              MOVE WS-RUN-CCYYMMDD TO WS-ADJ-DATE
           ELSE
              IF ADJ-DATE IS NUMERIC
                 MOVE ADJ-DATE TO WS-ADJ-DATE
              ELSE
                 MOVE 0 TO WS-ADJ-DATE
                 MOVE "ADJUSTMENT DATE NOT CCYYMMDD" TO
                      WS-REJECT-REASON
                 GO TO 2000-REJECT
              END-IF
           END-IF.
           IF NOT ADJ-CREDIT-MEMO AND NOT ADJ-DEBIT-MEMO
              AND NOT ADJ-WRITE-OFF
              MOVE "TYPE NOT C, D OR W" TO WS-REJECT-REASON
              GO TO 2000-REJECT
           END-IF.
           PERFORM VARYING WS-RSN-SUB FROM 1 BY 1
              UNTIL WS-RSN-SUB > WS-REASON-COUNT
                 OR REASON-CODE (WS-RSN-SUB) = ADJ-REASON
           END-PERFORM.
           IF WS-RSN-SUB > WS-REASON-COUNT
              MOVE "REASON CODE NOT ON TABLE" TO WS-REJECT-REASON
              GO TO 2000-REJECT
           END-IF.
           IF REASON-TYPE (WS-RSN-SUB) NOT = ADJ-TYPE
              MOVE "REASON NOT FOR THIS TYPE" TO WS-REJECT-REASON
              GO TO 2000-REJECT
           END-IF.
           IF ADJ-AMOUNT IS NOT NUMERIC
              MOVE "AMOUNT NOT NUMERIC" TO WS-REJECT-REASON
              GO TO 2000-REJECT
           END-IF.
           IF ADJ-AMOUNT = 0 AND NOT ADJ-WRITE-OFF
              MOVE "AMOUNT IS ZERO" TO WS-REJECT-REASON
              GO TO 2000-REJECT
           END-IF.
           MOVE ADJ-INVOICE-NUMBER TO OPNINV-NUMBER.
           MOVE "Y" TO WS-FOUND-SW.
           READ OPEN-INVOICE-FILE
              INVALID KEY
                 MOVE "N" TO WS-FOUND-SW
           END-READ.
           IF NOT INVOICE-FOUND
              MOVE "INVOICE NOT ON FILE" TO WS-REJECT-REASON
              GO TO 2000-REJECT
           END-IF.
           IF ADJ-CUST-NUMBER NOT = SPACES
              AND ADJ-CUST-NUMBER NOT = OPNINV-CUST
              MOVE "NOT THIS CUSTOMER'S INVOICE" TO WS-REJECT-REASON
              GO TO 2000-REJECT
           END-IF.
           MOVE OPNINV-CUST TO ADJ-CUST-NUMBER.
           PERFORM 2100-FIGURE-AMOUNTS.
           IF NOT ADJ-DEBIT-MEMO
              IF WS-BAL-ORIG NOT > 0 OR OPNINV-STATUS = "P"
                 MOVE "INVOICE ALREADY PAID" TO WS-REJECT-REASON
                 GO TO 2000-REJECT
              END-IF
              IF WS-ADJ-ORIG > WS-BAL-ORIG
                 MOVE "MORE THAN THE OPEN BALANCE" TO
                      WS-REJECT-REASON
                 GO TO 2000-REJECT
              END-IF
           END-IF.
           IF ADJ-WRITE-OFF AND WS-ADJ-USD > WS-WRITEOFF-LIMIT
              PERFORM 2400-CHECK-WRITEOFF-AUTHORITY
              IF NOT WO-AUTHORITY-GRANTED
                 MOVE "OVER LIMIT - NOT AUTHORIZED" TO
                      WS-REJECT-REASON
                 GO TO 2000-REJECT
              END-IF
           END-IF.

           PERFORM 2500-APPLY-ADJUSTMENT.
           PERFORM 2600-POST-ADJUSTMENT.
           PERFORM 2700-WRITE-CASH-HISTORY.
           PERFORM 7000-LIST-APPLIED.
           GO TO 2000-PROCESS-ADJUSTMENT-EXIT.

       2000-REJECT.
           ADD 1 TO WS-ADJUSTMENTS-REJECTED.
           PERFORM 7100-LIST-REJECTED.

       2000-PROCESS-ADJUSTMENT-EXIT.
           EXIT.

       2100-FIGURE-AMOUNTS.
      * THE OPEN BALANCE IN BOTH CURRENCIES, AND THE ADJUSTMENT IN
      * USD AT THE INVOICE'S BOOKED RATE.  A CREDIT OR WRITE-OFF
      * THAT CLEARS THE INVOICE TAKES THE WHOLE USD BALANCE, SO NO
      * ROUNDING PENNY IS LEFT OPEN.
           COMPUTE WS-BAL-USD = OPNINV-AMOUNT - OPNINV-PAID.
           IF OPNINV-CURRENCY = SPACES OR OPNINV-CURRENCY = "USD"
              MOVE "USD" TO WS-ADJ-CURRENCY
              MOVE WS-BAL-USD TO WS-BAL-ORIG
           ELSE
              MOVE OPNINV-CURRENCY TO WS-ADJ-CURRENCY
              COMPUTE WS-BAL-ORIG =
                  OPNINV-ORIG-AMOUNT - OPNINV-ORIG-PAID
           END-IF.
           IF ADJ-WRITE-OFF AND ADJ-AMOUNT = 0
              AND WS-BAL-ORIG > 0
              MOVE WS-BAL-ORIG TO WS-ADJ-ORIG
           ELSE
              MOVE ADJ-AMOUNT TO WS-ADJ-ORIG
           END-IF.
           EVALUATE TRUE
              WHEN WS-ADJ-CURRENCY = "USD"
                 MOVE WS-ADJ-ORIG TO WS-ADJ-USD
              WHEN NOT ADJ-DEBIT-MEMO
                   AND WS-ADJ-ORIG = WS-BAL-ORIG
                 MOVE WS-BAL-USD TO WS-ADJ-USD
              WHEN OPNINV-ORIG-AMOUNT > 0
                 COMPUTE WS-ADJ-USD ROUNDED =
                     WS-ADJ-ORIG * OPNINV-AMOUNT / OPNINV-ORIG-AMOUNT
              WHEN OTHER
                 MOVE WS-ADJ-ORIG TO WS-ADJ-USD
           END-EVALUATE.
           IF NOT ADJ-DEBIT-MEMO AND WS-ADJ-USD > WS-BAL-USD
              AND WS-BAL-USD > 0
              MOVE WS-BAL-USD TO WS-ADJ-USD
           END-IF.

       2400-CHECK-WRITEOFF-AUTHORITY.
      * WRITE-OFF AUTHORITY IS ITS OWN ROW ON THE AUTHORIZATION FILE,
      * ARWRTOFF, CHECKED THROUGH THE SAME SIGN-ON SERVICE FOR THE
      * OPERATOR ALREADY SIGNED ON.
           IF WO-AUTHORITY-NOT-ASKED
              MOVE "ARWRTOFF" TO SGN-PROGRAM-NAME
              CALL "OPSIGNRB" USING SIGNON-PARMS
              IF SGN-AUTHORIZED
                 SET WO-AUTHORITY-GRANTED TO TRUE
              ELSE
                 SET WO-AUTHORITY-REFUSED TO TRUE
                 DISPLAY "ARADJRB: USER " SGN-USER-ID
                     " NOT AUTHORIZED FOR ARWRTOFF - WRITE-OFFS OVER "
                     WS-WRITEOFF-LIMIT " ARE REJECTED"
              END-IF
              MOVE "ARADJRB" TO SGN-PROGRAM-NAME
           END-IF.

       2500-APPLY-ADJUSTMENT.
      * CREDITS AND WRITE-OFFS COUNT AS PAID, THE WAY CASH DOES; A
      * DEBIT MEMO MAKES THE INVOICE BIGGER.  A USD INVOICE KEEPS
      * ITS ORIGINAL-CURRENCY AMOUNT IN STEP, AS BILLING WROTE IT.
           EVALUATE TRUE
              WHEN ADJ-DEBIT-MEMO
                 ADD WS-ADJ-USD  TO OPNINV-AMOUNT
                 ADD WS-ADJ-ORIG TO OPNINV-ORIG-AMOUNT
                 ADD 1           TO WS-DEBIT-COUNT
                 ADD WS-ADJ-USD  TO WS-DEBIT-USD
              WHEN ADJ-CREDIT-MEMO
                 ADD WS-ADJ-USD  TO OPNINV-PAID
                 IF WS-ADJ-CURRENCY NOT = "USD"
                    ADD WS-ADJ-ORIG TO OPNINV-ORIG-PAID
                 END-IF
                 ADD 1           TO WS-CREDIT-COUNT
                 ADD WS-ADJ-USD  TO WS-CREDIT-USD
              WHEN OTHER
                 ADD WS-ADJ-USD  TO OPNINV-PAID
                 IF WS-ADJ-CURRENCY NOT = "USD"
                    ADD WS-ADJ-ORIG TO OPNINV-ORIG-PAID
                 END-IF
                 ADD 1           TO WS-WRITEOFF-COUNT
                 ADD WS-ADJ-USD  TO WS-WRITEOFF-USD
           END-EVALUATE.
           IF WS-ADJ-CURRENCY = "USD"
              COMPUTE WS-NEW-BALANCE = OPNINV-AMOUNT - OPNINV-PAID
           ELSE
              COMPUTE WS-NEW-BALANCE =
                  OPNINV-ORIG-AMOUNT - OPNINV-ORIG-PAID
           END-IF.
           IF WS-NEW-BALANCE > 0
              MOVE "O" TO OPNINV-STATUS
           ELSE
              MOVE "P" TO OPNINV-STATUS
           END-IF.
           REWRITE OPEN-INVOICE-RECORD
              INVALID KEY
                 DISPLAY "ARADJRB: REWRITE FAILED FOR INVOICE "
                     OPNINV-NUMBER ", STATUS = "
                     WS-OPEN-INVOICE-STATUS
                 MOVE 08 TO WS-RUN-RC
           END-REWRITE.
           ADD 1 TO WS-ADJUSTMENTS-APPLIED.
           ADD 1 TO RSN-TOTAL-COUNT (WS-RSN-SUB).
           ADD WS-ADJ-USD TO RSN-TOTAL-USD (WS-RSN-SUB).

       2600-POST-ADJUSTMENT.
      * ONE BALANCED PAIR IN USD.  THE REASON CODE'S ACCOUNT IS THE
      * DEBIT FOR A CREDIT MEMO OR WRITE-OFF, THE CREDIT FOR A DEBIT
      * MEMO; AR TAKES THE OTHER SIDE.
           MOVE REASON-GL-ACCT (WS-RSN-SUB) TO WS-OFFSET-ACCT.
           MOVE SPACES TO GLP-DESCRIPTION.
           EVALUATE TRUE
              WHEN ADJ-CREDIT-MEMO
                 STRING "CR MEMO INV "  DELIMITED BY SIZE
                        OPNINV-NUMBER   DELIMITED BY SIZE
                        " "             DELIMITED BY SIZE
                        ADJ-REASON      DELIMITED BY SIZE
                     INTO GLP-DESCRIPTION
              WHEN ADJ-DEBIT-MEMO
                 STRING "DR MEMO INV "  DELIMITED BY SIZE
                        OPNINV-NUMBER   DELIMITED BY SIZE
                        " "             DELIMITED BY SIZE
                        ADJ-REASON      DELIMITED BY SIZE
                     INTO GLP-DESCRIPTION
              WHEN OTHER
                 STRING "WRITE-OFF INV " DELIMITED BY SIZE
                        OPNINV-NUMBER    DELIMITED BY SIZE
                        " "              DELIMITED BY SIZE
                        ADJ-REASON       DELIMITED BY SIZE
                     INTO GLP-DESCRIPTION
           END-EVALUATE.
           MOVE WS-RUN-DATE (1:6) TO GLP-RUN-DATE.
           MOVE WS-GL-PERIOD      TO GLP-PERIOD.
           MOVE WS-ADJ-USD        TO GLP-AMOUNT.
           IF ADJ-DEBIT-MEMO
              MOVE WS-GL-AR-ACCT  TO GLP-ACCOUNT
              MOVE "D"            TO GLP-DR-CR
              WRITE GL-POSTING-RECORD
              MOVE WS-OFFSET-ACCT TO GLP-ACCOUNT
              MOVE "C"            TO GLP-DR-CR
              WRITE GL-POSTING-RECORD
           ELSE
              MOVE WS-OFFSET-ACCT TO GLP-ACCOUNT
              MOVE "D"            TO GLP-DR-CR
              WRITE GL-POSTING-RECORD
              MOVE WS-GL-AR-ACCT  TO GLP-ACCOUNT
              MOVE "C"            TO GLP-DR-CR
              WRITE GL-POSTING-RECORD
           END-IF.

       2700-WRITE-CASH-HISTORY.
      * THE ADJUSTMENT GOES ON THE CASH HISTORY UNDER ITS OWN ENTRY
      * TYPE, DATED THE ADJUSTMENT DATE, SO THE STATEMENTS CAN SHOW
      * IT AND BACK IT OUT OF AN EARLIER MONTH'S BALANCE.  IT IS NOT
      * CASH - NO DAYS-TO-PAY.
           MOVE SPACES TO CASH-HISTORY-RECORD.
           MOVE OPNINV-CUST     TO CSH-CUST-NUMBER.
           MOVE OPNINV-NUMBER   TO CSH-INVOICE-NUMBER.
           MOVE OPNINV-DATE     TO CSH-INVOICE-DATE.
           MOVE WS-ADJ-DATE     TO CSH-PAID-DATE.
           MOVE WS-ADJ-USD      TO CSH-AMOUNT.
           MOVE 0               TO CSH-DAYS-TO-PAY.
           MOVE ADJ-TYPE        TO CSH-ENTRY-TYPE.
           MOVE WS-ADJ-CURRENCY TO CSH-CURRENCY.
           MOVE WS-ADJ-ORIG     TO CSH-ORIG-AMOUNT.
           IF OPNINV-STATUS = "P"
              MOVE "Y"          TO CSH-INVOICE-CLOSED
           ELSE
              MOVE "N"          TO CSH-INVOICE-CLOSED
           END-IF.
           WRITE CASH-HISTORY-RECORD.

       7000-LIST-APPLIED.
           MOVE SPACES TO DETAIL-LINE-ADJUSTMENT.
           PERFORM 7200-FILL-DETAIL-LINE.
           MOVE REASON-DESCRIPTION (WS-RSN-SUB) TO DTL-REASON-DESC.
           MOVE WS-ADJ-CURRENCY TO DTL-CURRENCY.
           MOVE WS-ADJ-ORIG     TO DTL-AMOUNT.
           MOVE WS-ADJ-USD      TO DTL-AMOUNT-USD.
           MOVE WS-NEW-BALANCE  TO DTL-NEW-BALANCE.
           PERFORM 7500-WRITE-REGISTER-LINE.

       7100-LIST-REJECTED.
      * THE ADJUSTMENT AS KEYED, WITH WHY IT DID NOT APPLY.
           MOVE SPACES TO DETAIL-LINE-ADJUSTMENT.
           PERFORM 7200-FILL-DETAIL-LINE.
           MOVE "*** NOT APPLIED ***" TO DTL-REASON-DESC.
           IF WS-ADJ-ORIG > 0
              MOVE WS-ADJ-CURRENCY TO DTL-CURRENCY
              MOVE WS-ADJ-ORIG TO DTL-AMOUNT
           ELSE
              IF ADJ-AMOUNT IS NUMERIC
                 MOVE ADJ-AMOUNT TO DTL-AMOUNT
              END-IF
           END-IF.
           MOVE "REJECT: " TO DTL-REJECT-TAG.
           MOVE WS-REJECT-REASON TO DTL-REJECT-REASON.
           PERFORM 7500-WRITE-REGISTER-LINE.

       7200-FILL-DETAIL-LINE.
           MOVE ADJ-TYPE           TO DTL-TYPE.
           MOVE ADJ-INVOICE-NUMBER TO DTL-INVOICE.
           MOVE ADJ-CUST-NUMBER    TO DTL-CUST-NUM.
           MOVE WS-ADJ-DATE        TO DTL-DATE.
           MOVE ADJ-REASON         TO DTL-REASON.
           MOVE ADJ-MEMO           TO DTL-MEMO.

       7500-WRITE-REGISTER-LINE.
           add 1 to WS-LINE-COUNT.
           if WS-LINE-COUNT > 50
              PERFORM 8000-WRITE-HEADINGS.
           write REGISTER-RECORD from DETAIL-LINE-ADJUSTMENT
             after advancing 01 lines.

       8000-WRITE-HEADINGS.
           add 1 to WS-PAGE-COUNT.
           move WS-PAGE-COUNT TO PAGE-HDG-01-PAGE.
           WRITE REGISTER-RECORD
            FROM PAGE-HDG-01 after advancing page.
           WRITE REGISTER-RECORD
            FROM PAGE-HDG-02 after advancing 01 LINES.
           WRITE REGISTER-RECORD
            FROM PAGE-HDG-03 AFTER ADVANCING 02 LINES.
           MOVE 4 TO WS-LINE-COUNT.

       9000-PRINT-TOTALS.
      * TOTALS BY TYPE, THEN BY REASON CODE - APPLIED ADJUSTMENTS
      * ONLY, IN USD.
           write REGISTER-RECORD from DETAIL-LINE-LINE
             AFTER ADVANCING 01 LINES.
           MOVE "TOTALS BY TYPE" TO TOTAL-HDG-TEXT.
           write REGISTER-RECORD from TOTALS-HDG
             AFTER ADVANCING 02 LINES.
           MOVE "C - CREDIT MEMOS"   TO TOTAL-LABEL.
           MOVE WS-CREDIT-COUNT      TO TOTAL-COUNT.
           MOVE WS-CREDIT-USD        TO TOTAL-AMOUNT.
           write REGISTER-RECORD from TOTALS-LINE
             AFTER ADVANCING 01 LINES.
           MOVE "D - DEBIT MEMOS"    TO TOTAL-LABEL.
           MOVE WS-DEBIT-COUNT       TO TOTAL-COUNT.
           MOVE WS-DEBIT-USD         TO TOTAL-AMOUNT.
           write REGISTER-RECORD from TOTALS-LINE
             AFTER ADVANCING 01 LINES.
           MOVE "W - WRITE-OFFS"     TO TOTAL-LABEL.
           MOVE WS-WRITEOFF-COUNT    TO TOTAL-COUNT.
           MOVE WS-WRITEOFF-USD      TO TOTAL-AMOUNT.
           write REGISTER-RECORD from TOTALS-LINE
             AFTER ADVANCING 01 LINES.
           MOVE "REJECTED - NOT APPLIED" TO TOTAL-LABEL.
           MOVE WS-ADJUSTMENTS-REJECTED  TO TOTAL-COUNT.
           MOVE 0                        TO TOTAL-AMOUNT.
           write REGISTER-RECORD from TOTALS-LINE
             AFTER ADVANCING 01 LINES.
           MOVE "TOTALS BY REASON" TO TOTAL-HDG-TEXT.
           write REGISTER-RECORD from TOTALS-HDG
             AFTER ADVANCING 02 LINES.
           PERFORM VARYING WS-RSN-SUB FROM 1 BY 1
              UNTIL WS-RSN-SUB > WS-REASON-COUNT
              IF RSN-TOTAL-COUNT (WS-RSN-SUB) > 0
                 MOVE SPACES TO TOTAL-LABEL
                 STRING REASON-TYPE (WS-RSN-SUB)  DELIMITED BY SIZE
                        " "                       DELIMITED BY SIZE
                        REASON-CODE (WS-RSN-SUB)  DELIMITED BY SIZE
                        " "                       DELIMITED BY SIZE
                        REASON-DESCRIPTION (WS-RSN-SUB)
                                                  DELIMITED BY SIZE
                        " "                       DELIMITED BY SIZE
                        REASON-GL-ACCT (WS-RSN-SUB)
                                                  DELIMITED BY SIZE
                     INTO TOTAL-LABEL
                 MOVE RSN-TOTAL-COUNT (WS-RSN-SUB) TO TOTAL-COUNT
                 MOVE RSN-TOTAL-USD (WS-RSN-SUB)   TO TOTAL-AMOUNT
                 write REGISTER-RECORD from TOTALS-LINE
                   AFTER ADVANCING 01 LINES
              END-IF
           END-PERFORM.

       9650-SET-APPLIED-ASIDE.
      * THE APPLIED FILE IS RENAMED ASIDE, TIME-STAMPED, SO THE SAME
      * ADJUSTMENTS CANNOT APPLY TWICE.
           ACCEPT WS-RUN-TIME FROM TIME.
           MOVE SPACES TO WS-APPLIED-ASIDE-PATH.
           STRING FUNCTION TRIM(WS-ADJUSTMENT-PATH)
                  ".P" DELIMITED BY SIZE
                  WS-RUN-DATE (1:6) DELIMITED BY SIZE
                  WS-RUN-TIME (1:4) DELIMITED BY SIZE
             INTO WS-APPLIED-ASIDE-PATH.
           CALL "CBL_RENAME_FILE" USING WS-ADJUSTMENT-PATH
                                        WS-APPLIED-ASIDE-PATH
                RETURNING WS-RENAME-RESULT.
           IF WS-RENAME-RESULT NOT = 0
              DISPLAY "ARADJRB: COULD NOT SET APPLIED FILE ASIDE, "
                  "RESULT = " WS-RENAME-RESULT
              DISPLAY "ARADJRB: MOVE " WS-ADJUSTMENT-PATH
                  " ASIDE BY HAND BEFORE THE NEXT ADJUSTMENT RUN"
              MOVE 08 TO WS-RUN-RC
           END-IF.

       9900-WRITE-AUDIT-RECORD.
      * APPEND ONE SUMMARY LINE FOR THIS RUN TO THE SHARED OPERATIONS
      * AUDIT TRAIL - APPLIED, REJECTED, AND HOW MANY WRITE-OFFS.
           ACCEPT WS-RUN-TIME FROM TIME.
           MOVE "ARADJRB"              TO AUD-PROGRAM-NAME.
           MOVE WS-RUN-DATE            TO AUD-RUN-DATE.
           MOVE WS-RUN-TIME            TO AUD-RUN-TIME.
           MOVE WS-ADJUSTMENTS-READ    TO AUD-RECORDS-READ.
           MOVE WS-ADJUSTMENTS-APPLIED TO AUD-RECORDS-WRITTEN.
           MOVE SPACES                 TO AUD-KEY-TOTALS.
           MOVE "REJ="                 TO AUD-KEY-TOTALS(1:4).
           MOVE WS-ADJUSTMENTS-REJECTED TO AUD-KEY-TOTALS(5:5).
           MOVE " WO="                 TO AUD-KEY-TOTALS(10:4).
           MOVE WS-WRITEOFF-COUNT      TO AUD-KEY-TOTALS(14:5).
           MOVE SGN-USER-ID            TO AUD-USER-ID.
           IF RETURN-CODE = 0
              MOVE "OK" TO AUD-COMPLETION-STATUS
           ELSE
              MOVE "ER" TO AUD-COMPLETION-STATUS
           END-IF.
           WRITE AUDIT-TRAIL-RECORD FROM AUDIT-TRAIL-LINE.
