      * UNAPPLIED-CASH EXCEPTION LISTING FOR SOMEONE TO CHASE.  THE
      * OPEN-INVOICE FILE IS REWRITTEN AT END OF RUN AND A SUMMARY
      * LINE GOES TO THE SHARED OPERATIONS AUDIT TRAIL.
      * EVERY PAYMENT APPLIED TO AN INVOICE ALSO APPENDS A LINE TO
      * THE CASH HISTORY (CASHHIST.DAT) - HOW MANY DAYS THE CUSTOMER
      * TOOK TO PAY - WHICH THE CASH FORECAST TIMES RECEIPTS FROM.
      * CASH PARKED ON ACCOUNT AND ON-ACCOUNT CREDIT LATER SPENT ON
      * AN INVOICE GO THERE TOO, TAGGED BY ENTRY TYPE, SO THE
      * CUSTOMER STATEMENTS CAN SHOW EVERY RECEIPT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                 WS-GL-POSTING-PATH
             organization is line sequential
             file status is WS-GL-POSTING-STATUS.
           SELECT CASH-HISTORY-FILE ASSIGN DYNAMIC
                 WS-CASH-HISTORY-PATH
             organization is line sequential
             file status is WS-CASH-HISTORY-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05  OPNINV-CURRENCY          PIC X(03).
           05  OPNINV-ORIG-AMOUNT       PIC 9(08)V99.
           05  OPNINV-ORIG-PAID         PIC 9(08)V99.
      * INVOICE TYPE - BLANK OR I IS A SALES INVOICE, F A FINANCE
      * CHARGE.  CASH APPLIES TO EITHER THE SAME WAY.
           05  OPNINV-TYPE              PIC X(01).
      * SALES TAX CARRIED SO THE RECORD READS IN WHOLE - THE
      * BILLING RUN FIGURES IT PER INVOICE AND TAXLIARB FILES IT.
           05  OPNINV-TAX-JURIS         PIC X(06).
           05  OPNINV-TAX-STATUS        PIC X(01).
           05  OPNINV-SALES-AMOUNT      PIC 9(08)V99.
           05  OPNINV-TAX-AMOUNT        PIC 9(08)V99.
           05  OPNINV-EXEMPT-CERT       PIC X(15).

       FD  UNAPPLIED-LISTING
           RECORDING MODE IS F
      * THE FISCAL CALENDAR HAS NO ROW FOR THE RUN DATE.
           05  GLP-PERIOD               PIC X(06).

       FD  CASH-HISTORY-FILE
           RECORDING MODE IS F
           DATA RECORD IS CASH-HISTORY-RECORD.
      * ONE LINE PER PAYMENT APPLIED TO AN INVOICE, APPENDED RUN
      * AFTER RUN - HOW LONG EACH CUSTOMER TOOK TO PAY.  THE CASH
      * FORECAST AVERAGES THE DAYS-TO-PAY PER CUSTOMER FROM HERE.
      * CSH-AMOUNT IS ALWAYS USD; CSH-ORIG-AMOUNT IS THE SAME MONEY
      * IN CSH-CURRENCY, THE CURRENCY THE CUSTOMER IS BILLED IN.
      * LINES WRITTEN BEFORE THE ENTRY TYPE EXISTED READ IN SHORT
      * WITH A BLANK TYPE - THEY WERE ALL INVOICE APPLICATIONS.
      * CSH-INVOICE-CLOSED IS Y ON THE PAYMENT THAT PAID THE INVOICE
      * OFF, SO COMMISSIONS CAN TELL WHICH CASH CLOSED WHICH INVOICE.
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
           05  CSH-CURRENCY             PIC X(03).
           05  CSH-ORIG-AMOUNT          PIC 9(08)V99.
           05  CSH-INVOICE-CLOSED       PIC X(01).
               88 CSH-CLOSED-INVOICE       VALUE "Y".

       WORKING-STORAGE SECTION.
      * FILE PATHS - DEFAULT TO THE PATHS BELOW, BUT CAN BE OVERRIDDEN
      * AT RUN TIME BY SETTING THE MATCHING ENVIRONMENT VARIABLE
                VALUE "C:\Users\Ryan\Desktop\ONACCT.DAT".
           05 WS-GL-POSTING-PATH        PIC X(80)
                VALUE "C:\Users\Ryan\Desktop\GLPOST.DAT".
           05 WS-CASH-HISTORY-PATH      PIC X(80)
                VALUE "C:\Users\Ryan\Desktop\CASHHIST.DAT".
           05 WS-ENV-PATH-OVERRIDE      PIC X(80).

      * File status
              10 TABLE-INV-CURRENCY     PIC X(03).
              10 TABLE-INV-ORIG-AMOUNT  PIC 9(08)V99.
              10 TABLE-INV-ORIG-PAID    PIC 9(08)V99.
              10 TABLE-INV-TYPE         PIC X(01).

      * ON-ACCOUNT CREDITS PER CUSTOMER, LOADED AT STARTUP AND
      * REWRITTEN AT END.
        COPY "RUNLOCK.cpy".
        COPY "DATEFUN.cpy".
        01 WS-GL-PERIOD                 PIC X(06) VALUE SPACES.
      * CASH HISTORY - THE CASH JUST APPLIED AND THE RUN DATE AS
      * CCYYMMDD TO MEASURE DAYS-TO-PAY AGAINST.
        01 WS-CASH-HISTORY-STATUS       pic X(02).
           88 GOOD-CASH-HISTORY-WRITE      VALUE "00".
        01 WS-CSH-APPLY                 PIC 9(08)V99 VALUE 0.
        01 WS-CSH-ORIG-APPLY            PIC 9(08)V99 VALUE 0.
        01 WS-CSH-ENTRY-TYPE            PIC X(01) VALUE "I".
        01 WS-RUN-CCYYMMDD              PIC 9(08) VALUE 0.

       01  PAGE-HDG-01.
           05 PAGE-HDG-01-CC         PIC X(01) VALUE SPACE.
           close PAYMENTS-IN
                 UNAPPLIED-LISTING
                 GL-POSTING-FILE
                 CASH-HISTORY-FILE
                 AUDIT-TRAIL-FILE.

           GOBACK.
           IF WS-ENV-PATH-OVERRIDE NOT = SPACES
              MOVE WS-ENV-PATH-OVERRIDE TO WS-GL-POSTING-PATH
           END-IF.
           ACCEPT WS-ENV-PATH-OVERRIDE FROM ENVIRONMENT
                  "CASHAPRB-CASH-HISTORY-FILE".
           IF WS-ENV-PATH-OVERRIDE NOT = SPACES
              MOVE WS-ENV-PATH-OVERRIDE TO WS-CASH-HISTORY-PATH
           END-IF.

       1000-INITIALIZE.
           PERFORM 0500-GET-FILE-PATHS.
              CLOSE GL-POSTING-FILE
              OPEN OUTPUT GL-POSTING-FILE
           END-IF.
           OPEN EXTEND CASH-HISTORY-FILE.
           IF NOT GOOD-CASH-HISTORY-WRITE
              CLOSE CASH-HISTORY-FILE
              OPEN OUTPUT CASH-HISTORY-FILE
           END-IF.
           COMPUTE WS-RUN-CCYYMMDD =
               FUNCTION NUMVAL (WS-RUN-DATE (1:6)) + 20000000.
           PERFORM 1200-OPERATOR-SIGN-ON.
           PERFORM 1160-GET-FISCAL-PERIOD.
           PERFORM 1300-TAKE-RUN-LOCK.
                    SUBTRACT WS-ONA-APPLY FROM
                        TABLE-ONA-BALANCE (WS-ONA-SUB)
                    ADD WS-ONA-APPLY TO WS-ONA-APPLIED-CASH
                    MOVE WS-ONA-APPLY TO WS-CSH-APPLY
                    MOVE WS-ONA-APPLY TO WS-CSH-ORIG-APPLY
                    MOVE "O" TO WS-CSH-ENTRY-TYPE
                    PERFORM 3500-WRITE-CASH-HISTORY
                    IF TABLE-INV-PAID (WS-INV-SUB) NOT <
                       TABLE-INV-AMOUNT (WS-INV-SUB)
                       MOVE "P" TO TABLE-INV-STATUS (WS-INV-SUB)
                 ADD WS-INV-BALANCE TO TABLE-INV-PAID (WS-INV-SUB)
                 ADD WS-INV-BALANCE TO WS-CASH-APPLIED
                 ADD 1 TO WS-PAYMENTS-APPLIED
                 MOVE WS-INV-BALANCE TO WS-CSH-APPLY
                 MOVE WS-INV-BALANCE TO WS-CSH-ORIG-APPLY
                 MOVE "I" TO WS-CSH-ENTRY-TYPE
                 PERFORM 3500-WRITE-CASH-HISTORY
                 MOVE "P" TO TABLE-INV-STATUS (WS-INV-SUB)
                 MOVE "OVERPAY - EXCESS ON ACCT" TO
                      WS-UNAPPLIED-REASON
                 ADD PAY-AMOUNT TO TABLE-INV-PAID (WS-INV-SUB)
                 ADD PAY-AMOUNT TO WS-CASH-APPLIED
                 ADD 1 TO WS-PAYMENTS-APPLIED
                 MOVE PAY-AMOUNT TO WS-CSH-APPLY
                 MOVE PAY-AMOUNT TO WS-CSH-ORIG-APPLY
                 MOVE "I" TO WS-CSH-ENTRY-TYPE
                 PERFORM 3500-WRITE-CASH-HISTORY
                 IF TABLE-INV-PAID (WS-INV-SUB) NOT <
                    TABLE-INV-AMOUNT (WS-INV-SUB)
                    MOVE "P" TO TABLE-INV-STATUS (WS-INV-SUB)
              ADD WS-FX-BOOKED-USD TO TABLE-INV-PAID (WS-INV-SUB)
              ADD WS-FX-RECEIVED-USD TO WS-CASH-APPLIED
              ADD 1 TO WS-PAYMENTS-APPLIED
              MOVE WS-FX-RECEIVED-USD TO WS-CSH-APPLY
              MOVE WS-FX-ORIG-APPLY TO WS-CSH-ORIG-APPLY
              MOVE "I" TO WS-CSH-ENTRY-TYPE
              PERFORM 3500-WRITE-CASH-HISTORY
              IF TABLE-INV-ORIG-PAID (WS-INV-SUB) NOT <
                 TABLE-INV-ORIG-AMOUNT (WS-INV-SUB)
                 MOVE "P" TO TABLE-INV-STATUS (WS-INV-SUB)
              END-IF
           END-IF.

       3500-WRITE-CASH-HISTORY.
      * RECORD HOW LONG THE CUSTOMER TOOK TO PAY THIS INVOICE -
      * INVOICE DATE TO TODAY.  AN INVOICE DATE THE DATE SERVICE
      * CANNOT READ RECORDS ZERO DAYS RATHER THAN SKIP THE CASH.
      * THE CALLER SETS THE USD AND INVOICE-CURRENCY AMOUNTS AND
      * THE ENTRY TYPE (I = NEW CASH, O = ON-ACCOUNT CREDIT SPENT).
           MOVE "D" TO DFN-FUNCTION-CODE.
           MOVE 0 TO DFN-DATE-1.
           IF TABLE-INV-DATE (WS-INV-SUB) IS NUMERIC
              MOVE TABLE-INV-DATE (WS-INV-SUB) TO DFN-DATE-1
           END-IF.
           MOVE WS-RUN-CCYYMMDD TO DFN-DATE-2.
           CALL "DATESRVRB" USING DATEFUN-PARMS.
           MOVE SPACES TO CASH-HISTORY-RECORD.
           MOVE TABLE-INV-CUST (WS-INV-SUB) TO CSH-CUST-NUMBER.
           MOVE TABLE-INV-NUMBER (WS-INV-SUB) TO CSH-INVOICE-NUMBER.
           MOVE TABLE-INV-DATE (WS-INV-SUB) TO CSH-INVOICE-DATE.
           MOVE WS-RUN-CCYYMMDD TO CSH-PAID-DATE.
           MOVE WS-CSH-APPLY TO CSH-AMOUNT.
           IF DFN-OK AND DFN-DAY-COUNT > 0
              MOVE DFN-DAY-COUNT TO CSH-DAYS-TO-PAY
           ELSE
              MOVE 0 TO CSH-DAYS-TO-PAY
           END-IF.
           MOVE WS-CSH-ENTRY-TYPE TO CSH-ENTRY-TYPE.
           IF TABLE-INV-CURRENCY (WS-INV-SUB) = SPACES
              MOVE "USD" TO CSH-CURRENCY
           ELSE
              MOVE TABLE-INV-CURRENCY (WS-INV-SUB) TO CSH-CURRENCY
           END-IF.
           MOVE WS-CSH-ORIG-APPLY TO CSH-ORIG-AMOUNT.
      * THE CALLER HAS ALREADY ADDED THIS CASH TO THE INVOICE, SO IT
      * CLOSED THE INVOICE IF NOTHING IS LEFT OWING - IN THE BILLED
      * CURRENCY FOR A FOREIGN INVOICE.
           MOVE "N" TO CSH-INVOICE-CLOSED.
           IF TABLE-INV-CURRENCY (WS-INV-SUB) NOT = SPACES
              AND TABLE-INV-CURRENCY (WS-INV-SUB) NOT = "USD"
              IF TABLE-INV-ORIG-PAID (WS-INV-SUB) NOT <
                 TABLE-INV-ORIG-AMOUNT (WS-INV-SUB)
                 MOVE "Y" TO CSH-INVOICE-CLOSED
              END-IF
           ELSE
              IF TABLE-INV-PAID (WS-INV-SUB) NOT <
                 TABLE-INV-AMOUNT (WS-INV-SUB)
                 MOVE "Y" TO CSH-INVOICE-CLOSED
              END-IF
           END-IF.
           WRITE CASH-HISTORY-RECORD.

       3600-WRITE-ON-ACCOUNT-HISTORY.
      * CASH PARKED ON ACCOUNT - NEW MONEY FROM THE CUSTOMER THAT NO
      * INVOICE TOOK.  ALWAYS USD, LIKE THE ON-ACCOUNT BALANCE; THE
      * INVOICE NUMBER IS WHATEVER THE REMITTANCE QUOTED.
           MOVE SPACES TO CASH-HISTORY-RECORD.
           MOVE PAY-CUST-NUMBER TO CSH-CUST-NUMBER.
           MOVE PAY-INVOICE-NUMBER TO CSH-INVOICE-NUMBER.
           MOVE WS-RUN-CCYYMMDD TO CSH-PAID-DATE.
           MOVE WS-ONA-EXCESS TO CSH-AMOUNT.
           MOVE 0 TO CSH-DAYS-TO-PAY.
           MOVE "A" TO CSH-ENTRY-TYPE.
           MOVE "USD" TO CSH-CURRENCY.
           MOVE WS-ONA-EXCESS TO CSH-ORIG-AMOUNT.
           WRITE CASH-HISTORY-RECORD.

       3400-POST-FX-GAIN-LOSS.
      * ONE BALANCED PAIR PER REALIZED DIFFERENCE - A GAIN CREDITS
      * THE GAIN ACCOUNT, A LOSS DEBITS THE LOSS ACCOUNT, WITH THE
              MOVE 0 TO TABLE-ONA-BALANCE (WS-ONA-SUB)
           END-IF.
           ADD WS-ONA-EXCESS TO TABLE-ONA-BALANCE (WS-ONA-SUB).
           PERFORM 3600-WRITE-ON-ACCOUNT-HISTORY.
           ADD WS-ONA-EXCESS TO WS-CASH-ON-ACCOUNT.
           ADD 1 TO WS-PAYMENTS-UNAPPLIED.
           MOVE SPACES           TO DETAIL-LINE-UNAPPLIED.
