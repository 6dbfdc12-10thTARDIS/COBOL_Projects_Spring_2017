       IDENTIFICATION DIVISION.
       PROGRAM-ID.    TAXLIARB.
       AUTHOR.        RYAN BROOKS
      * MONTHLY SALES TAX LIABILITY.  FROM THE SALES TAX THE BILLING
      * RUN (REPORTSRB) CARRIED ON EACH INVOICE IN OPENINV.DAT, PRINTS
      * ONE LINE PER TAX JURISDICTION, READY TO FILE:
      *
      *   TAXABLE SALES  - USD SALES BEFORE TAX THAT WERE TAXED.
      *   EXEMPT SALES   - USD SALES MADE UNDER A CUSTOMER'S
      *                    EXEMPTION CERTIFICATE.
      *   TAX COLLECTED  - THE TAX BILLED ON THE TAXABLE SALES.
      *
      * A JURISDICTION CODE STARTING WITH * IS A SHIP-TO STATE THAT
      * WAS NOT ON THE RATE TABLE (TAXRATE.DAT) WHEN IT WAS BILLED -
      * TAXED AT THE DEFAULT RATE.  IT PRINTS AS NOT ON RATE TABLE AND
      * THE RUN ENDS WITH A 4 SO SOMEBODY RATES THE STATE BEFORE THE
      * RETURN IS FILED.  FINANCE CHARGES ARE NOT SALES AND INVOICES
      * BILLED BEFORE TAX WAS CARRIED ON THE INVOICE ARE ONLY COUNTED.
      *
      * THEN LISTS EVERY EXEMPTION CERTIFICATE ON TAXEXMPT.DAT THAT
      * EXPIRES WITHIN THE NEXT 60 DAYS (TAXLIARB-EXPIRY-DAYS), SO A
      * FRESH ONE CAN BE GOT FROM THE CUSTOMER BEFORE THEIR SALES
      * START TAXING.
      *
      * TAXLIARB-PERIOD (CCYYMM) IS THE MONTH TO FILE - DEFAULT LAST
      * MONTH.

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
           SELECT TAX-EXEMPT-FILE ASSIGN DYNAMIC
                 WS-TAX-EXEMPT-PATH
             organization is line sequential
             file status is WS-TAX-EXEMPT-STATUS.
           SELECT CUSTOMER-MASTER ASSIGN DYNAMIC
                 WS-CUSTOMER-MASTER-PATH
             organization is line sequential
             file status is WS-CUSTOMER-MASTER-STATUS.
           SELECT LIABILITY-REPORT
             ASSIGN DYNAMIC WS-LIABILITY-REPORT-PATH
             organization is LINE sequential
             file status is WS-LIABILITY-REPORT-STATUS.
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
           05  OPNINV-CURRENCY          PIC X(03).
           05  OPNINV-ORIG-AMOUNT       PIC 9(08)V99.
           05  OPNINV-ORIG-PAID         PIC 9(08)V99.
      * INVOICE TYPE - F IS A FINANCE CHARGE, ANYTHING ELSE A SALE.
           05  OPNINV-TYPE              PIC X(01).
               88 OPNINV-FINANCE-CHARGE    VALUE "F".
      * SALES TAX AS BILLED.  AN INVOICE BILLED BEFORE THESE FIELDS
      * EXISTED HAS SPACES HERE - NO TAX STATUS.
           05  OPNINV-TAX-JURIS         PIC X(06).
           05  OPNINV-TAX-STATUS        PIC X(01).
               88 OPNINV-TAXED             VALUE "T".
               88 OPNINV-TAX-EXEMPT        VALUE "E".
           05  OPNINV-SALES-AMOUNT      PIC 9(08)V99.
           05  OPNINV-TAX-AMOUNT        PIC 9(08)V99.
           05  OPNINV-EXEMPT-CERT       PIC X(15).

       FD  TAX-EXEMPT-FILE
           RECORDING MODE IS F
           DATA RECORD IS TAX-EXEMPT-RECORD.
      * SAME CERTIFICATE LINE TAXSVCRB EXEMPTS SALES FROM.
       01 TAX-EXEMPT-RECORD.
           05  FILE-EXM-CUST            PIC X(06).
           05  FILE-EXM-CERT-NUMBER     PIC X(15).
           05  FILE-EXM-STATE           PIC X(02).
           05  FILE-EXM-EXPIRES         PIC X(08).

       FD  CUSTOMER-MASTER
           RECORDING MODE IS F
           DATA RECORD IS CUSTOMER-MASTER-RECORD.
       01 CUSTOMER-MASTER-RECORD.
           05  CUST-MASTER-NUMBER       PIC X(06).
           05  CUST-MASTER-NAME         PIC X(20).
      * CREDIT AND BILL-TO FIELDS - ONLY THE NAME IS USED HERE.
           05  FILLER                   PIC X(105).

       FD  LIABILITY-REPORT
           RECORDING MODE IS F
           DATA RECORD IS LIABILITY-REPORT-RECORD.
       01 LIABILITY-REPORT-RECORD        PIC X(133).

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
           05 WS-TAX-EXEMPT-PATH        PIC X(80)
                VALUE "C:\Users\Ryan\Desktop\TAXEXMPT.DAT".
           05 WS-CUSTOMER-MASTER-PATH   PIC X(80)
                VALUE "C:\Users\Ryan\Desktop\CUSTOMER-MASTER.DAT".
           05 WS-LIABILITY-REPORT-PATH  PIC X(80)
                VALUE "C:\Users\Ryan\Desktop\TAXLIAB.rpt".
           05 WS-AUDIT-TRAIL-PATH       PIC X(80)
                VALUE "C:\Users\Ryan\Desktop\OPS-AUDIT-TRAIL.LOG".
           05 WS-ENV-PATH-OVERRIDE      PIC X(80).

      * File status
        COPY "FILESTAT.cpy" REPLACING
            ==STATUS-FIELD==   BY ==WS-OPEN-INVOICE-STATUS==
            ==STATUS-OK==      BY ==OPEN-INVOICE-SUCCESSFUL==
            ==STATUS-EOF==     BY ==END-OF-OPEN-INVOICE==
            ==STATUS-INVALID== BY ==INVALID-VALUE-IN-FILE==.
        01 WS-TAX-EXEMPT-STATUS         pic X(02).
           88 TAX-EXEMPT-FILE-OK           VALUE "00".
           88 END-OF-TAX-EXEMPT-FILE       VALUE "10".
        01 WS-CUSTOMER-MASTER-STATUS    pic X(02).
           88 CUSTOMER-MASTER-SUCCESSFUL   VALUE "00".
           88 END-OF-CUSTOMER-MASTER       VALUE "10".
        01 WS-LIABILITY-REPORT-STATUS   pic X(02).
           88 GOOD-LIABILITY-WRITE         VALUE "00".
        01 WS-AUDIT-TRAIL-STATUS        pic X(02).
           88 GOOD-AUDIT-TRAIL-WRITE       VALUE "00".

      * RUN SETTINGS - THE MONTH BEING FILED AND THE WINDOW FOR
      * CERTIFICATES COMING DUE.
        01 WS-RUN-CCYYMMDD              PIC 9(08) VALUE 0.
        01 WS-PERIOD                    PIC 9(06) VALUE 0.
        01 WS-PERIOD-X REDEFINES WS-PERIOD PIC X(06).
        01 WS-PERIOD-CCYY               PIC 9(04) VALUE 0.
        01 WS-PERIOD-MM                 PIC 9(02) VALUE 0.
        01 WS-EXPIRY-DAYS               PIC 9(03) VALUE 60.
        01 WS-RUN-DAY-NUMBER            PIC 9(07) VALUE 0.
        01 WS-EXP-DAY-NUMBER            PIC 9(07) VALUE 0.
        01 WS-DAYS-LEFT                 PIC S9(07) VALUE 0.
        01 WS-ENV-STAGING               PIC X(16) VALUE SPACES.
        01 WS-COUNT-SHOWN               PIC ZZZZ9.
        01 WS-RUN-RC                    PIC 9(02) VALUE 0.

      * ONE ROW PER JURISDICTION BILLED IN THE PERIOD, USD.
        01 WS-JUR-COUNT                 PIC 9(03) VALUE 0.
        01 WS-JUR-SUB                   PIC 9(03) VALUE 0.
        01 WS-JUR-SUB-2                 PIC 9(03) VALUE 0.
        01 WS-JURISDICTION-TABLE.
           05 JUR-TABLE-ENTRY OCCURS 0 TO 500 TIMES
                 DEPENDING ON WS-JUR-COUNT.
              10 TABLE-JUR-CODE         PIC X(06).
              10 TABLE-JUR-NAME         PIC X(20).
              10 TABLE-JUR-RATE         PIC 9V9999.
              10 TABLE-JUR-INVOICES     PIC 9(05).
              10 TABLE-JUR-TAXABLE      PIC 9(09)V99.
              10 TABLE-JUR-EXEMPT       PIC 9(09)V99.
              10 TABLE-JUR-TAX          PIC 9(09)V99.
        01 WS-JUR-HOLD                  PIC X(69).

      * CUSTOMER NAMES FOR THE EXPIRING CERTIFICATE LIST.
        01 WS-CUS-COUNT                 PIC 9(04) VALUE 0.
        01 WS-CUS-SUB                   PIC 9(04) VALUE 0.
        01 WS-CUSTOMER-TABLE.
           05 CUS-TABLE-ENTRY OCCURS 0 TO 2000 TIMES
                 DEPENDING ON WS-CUS-COUNT.
              10 TABLE-CUS-NUMBER       PIC X(06).
              10 TABLE-CUS-NAME         PIC X(20).

        01 WS-TOTAL-TAXABLE             PIC 9(09)V99 VALUE 0.
        01 WS-TOTAL-EXEMPT              PIC 9(09)V99 VALUE 0.
        01 WS-TOTAL-TAX                 PIC 9(09)V99 VALUE 0.
        01 WS-TOTAL-INVOICES            PIC 9(05) VALUE 0.

      * RUN COUNTERS.
        01 WS-INVOICES-READ             PIC 9(06) VALUE 0.
        01 WS-PRE-TAX-INVOICES          PIC 9(05) VALUE 0.
        01 WS-UNRATED-JURISDICTIONS     PIC 9(03) VALUE 0.
        01 WS-CERTS-READ                PIC 9(05) VALUE 0.
        01 WS-CERTS-EXPIRING            PIC 9(05) VALUE 0.
        01 WS-LINES-WRITTEN             PIC 9(06) VALUE 0.
        01 WS-RUN-DATE                  PIC X(08).
        01 WS-RUN-TIME                  PIC 9(08) VALUE 0.
        COPY "AUDITTRL.cpy".
        COPY "TAXCALC.cpy".

       01  TAX-HDG-01.
           05 TAX-HDG-01-CC          PIC X(01) VALUE SPACE.
           05 FILLER                 PIC X(09) VALUE SPACES.
           05 FILLER                 PIC X(42)
              VALUE "SALES TAX LIABILITY".
           05 FILLER                 PIC X(08) VALUE "PERIOD: ".
           05 TAX-HDG-01-PERIOD      PIC 9999/99.
           05 FILLER                 PIC X(10) VALUE SPACES.
           05 FILLER                 PIC X(10) VALUE "RUN DATE: ".
           05 TAX-HDG-01-RUN-DATE    PIC 9999/99/99.
           05 FILLER                 PIC X(05) VALUE SPACES.
           05 FILLER                 PIC X(06) VALUE "PAGE: ".
           05 TAX-HDG-01-PAGE        PIC ZZ9.
           05 FILLER                 PIC X(22) VALUE SPACES.
       01  TAX-HDG-02.
           05 TAX-HDG-02-CC          PIC X(01) VALUE SPACE.
           05 FILLER                 PIC X(09) VALUE SPACES.
           05 TAX-HDG-02-TITLE       PIC X(60).
           05 FILLER                 PIC X(63) VALUE SPACES.

       01  JUR-COLUMN-HDG.
           05 FILLER                 PIC X(01) VALUE SPACE.
           05 FILLER                 PIC X(09) VALUE SPACES.
           05 FILLER                 PIC X(08) VALUE "JURIS".
           05 FILLER                 PIC X(22) VALUE "NAME".
           05 FILLER                 PIC X(08) VALUE "RATE %".
           05 FILLER                 PIC X(09) VALUE " INVOICES".
           05 FILLER                 PIC X(16)
              VALUE "   TAXABLE SALES".
           05 FILLER                 PIC X(16)
              VALUE "    EXEMPT SALES".
           05 FILLER                 PIC X(16)
              VALUE "   TAX COLLECTED".
           05 FILLER                 PIC X(28) VALUE SPACES.

       01  JUR-DETAIL-LINE.
           05 FILLER                 PIC X(01) VALUE SPACE.
           05 FILLER                 PIC X(09) VALUE SPACES.
           05 JUR-DTL-CODE           PIC X(06).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 JUR-DTL-NAME           PIC X(20).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 JUR-DTL-RATE           PIC Z9.999 BLANK WHEN ZERO.
           05 FILLER                 PIC X(04) VALUE SPACES.
           05 JUR-DTL-INVOICES       PIC ZZZZ9.
           05 FILLER                 PIC X(03) VALUE SPACES.
           05 JUR-DTL-TAXABLE        PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 JUR-DTL-EXEMPT         PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 JUR-DTL-TAX            PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                 PIC X(29) VALUE SPACES.

       01  CERT-COLUMN-HDG.
           05 FILLER                 PIC X(01) VALUE SPACE.
           05 FILLER                 PIC X(09) VALUE SPACES.
           05 FILLER                 PIC X(08) VALUE "CUST".
           05 FILLER                 PIC X(22) VALUE "NAME".
           05 FILLER                 PIC X(17) VALUE "CERTIFICATE".
           05 FILLER                 PIC X(07) VALUE "STATE".
           05 FILLER                 PIC X(12) VALUE "EXPIRES".
           05 FILLER                 PIC X(09) VALUE "DAYS LEFT".
           05 FILLER                 PIC X(48) VALUE SPACES.

       01  CERT-DETAIL-LINE.
           05 FILLER                 PIC X(01) VALUE SPACE.
           05 FILLER                 PIC X(09) VALUE SPACES.
           05 CERT-DTL-CUST          PIC X(06).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 CERT-DTL-NAME          PIC X(20).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 CERT-DTL-NUMBER        PIC X(15).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 CERT-DTL-STATE         PIC X(05).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 CERT-DTL-EXPIRES       PIC 9999/99/99.
           05 FILLER                 PIC X(06) VALUE SPACES.
           05 CERT-DTL-DAYS          PIC ZZ9.
           05 FILLER                 PIC X(50) VALUE SPACES.

       01  MESSAGE-LINE.
           05 FILLER                 PIC X(01) VALUE SPACE.
           05 FILLER                 PIC X(09) VALUE SPACES.
           05 MESSAGE-TEXT           PIC X(80).
           05 FILLER                 PIC X(43) VALUE SPACES.

       01  DETAIL-LINE-LINE.
           05 FILLER                 PIC X(10) VALUE SPACES.
           05 FILLER                 PIC X(106) VALUE ALL "_".
           05 FILLER                 PIC X(17) VALUE SPACES.

       01  PAGE-STUFF.
           05 WS-PAGE-COUNT           PIC 999 VALUE 0.
           05 WS-LINE-COUNT           PIC 99 VALUE 0.

       PROCEDURE DIVISION.

           DISPLAY "TAXLIARB FOR RYAN BROOKS".

           PERFORM 1000-INITIALIZE.
           PERFORM 2000-ACCUMULATE-LIABILITY.
           CLOSE OPEN-INVOICE-FILE.
           PERFORM 3000-SORT-JURISDICTIONS.
           PERFORM 5000-PRINT-LIABILITY.
           PERFORM 1200-LOAD-CUSTOMERS.
           PERFORM 6000-PRINT-EXPIRING-CERTS.

           IF WS-UNRATED-JURISDICTIONS > 0 AND WS-RUN-RC < 04
              MOVE 04 TO WS-RUN-RC
           END-IF.
           MOVE WS-RUN-RC TO RETURN-CODE.

           display "PERIOD FILED:                " WS-PERIOD.
           display "INVOICES READ:               " WS-INVOICES-READ.
           display "INVOICES IN PERIOD:          " WS-TOTAL-INVOICES.
           display "  BILLED BEFORE TAX CARRIED: "
               WS-PRE-TAX-INVOICES.
           display "JURISDICTIONS:               " WS-JUR-COUNT.
           display "  NOT ON RATE TABLE:         "
               WS-UNRATED-JURISDICTIONS.
           display "CERTIFICATES EXPIRING:       " WS-CERTS-EXPIRING.

           PERFORM 9900-WRITE-AUDIT-RECORD.

           close LIABILITY-REPORT
                 AUDIT-TRAIL-FILE.

           GOBACK.

       0500-GET-FILE-PATHS.
      * OVERRIDE THE DEFAULT FILE PATHS IF THE MATCHING ENVIRONMENT
      * VARIABLE HAS BEEN SET:
           ACCEPT WS-ENV-PATH-OVERRIDE FROM ENVIRONMENT
                  "TAXLIARB-OPEN-INVOICE-FILE".
           IF WS-ENV-PATH-OVERRIDE NOT = SPACES
              MOVE WS-ENV-PATH-OVERRIDE TO WS-OPEN-INVOICE-PATH
           END-IF.
           ACCEPT WS-ENV-PATH-OVERRIDE FROM ENVIRONMENT
                  "TAXLIARB-EXEMPT-CERT-FILE".
           IF WS-ENV-PATH-OVERRIDE NOT = SPACES
              MOVE WS-ENV-PATH-OVERRIDE TO WS-TAX-EXEMPT-PATH
           END-IF.
           ACCEPT WS-ENV-PATH-OVERRIDE FROM ENVIRONMENT
                  "TAXLIARB-CUSTOMER-MASTER".
           IF WS-ENV-PATH-OVERRIDE NOT = SPACES
              MOVE WS-ENV-PATH-OVERRIDE TO WS-CUSTOMER-MASTER-PATH
           END-IF.
           ACCEPT WS-ENV-PATH-OVERRIDE FROM ENVIRONMENT
                  "TAXLIARB-REPORT-FILE".
           IF WS-ENV-PATH-OVERRIDE NOT = SPACES
              MOVE WS-ENV-PATH-OVERRIDE TO WS-LIABILITY-REPORT-PATH
           END-IF.
           ACCEPT WS-ENV-PATH-OVERRIDE FROM ENVIRONMENT
                  "TAXLIARB-AUDIT-TRAIL-FILE".
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
              DISPLAY "TAXLIARB: UNABLE TO OPEN OPEN-INVOICE FILE, "
                  "STATUS = " WS-OPEN-INVOICE-STATUS
              MOVE 16 TO RETURN-CODE
              PERFORM 9900-WRITE-AUDIT-RECORD
              CLOSE AUDIT-TRAIL-FILE
              GOBACK
           END-IF.
           OPEN OUTPUT LIABILITY-REPORT.
           IF NOT GOOD-LIABILITY-WRITE
              DISPLAY "TAXLIARB: UNABLE TO OPEN LIABILITY REPORT, "
                  "STATUS = " WS-LIABILITY-REPORT-STATUS
              MOVE 16 TO RETURN-CODE
              PERFORM 9900-WRITE-AUDIT-RECORD
              CLOSE AUDIT-TRAIL-FILE
              GOBACK
           END-IF.

       1100-GET-RUN-SETTINGS.
      * THE RETURN IS FILED FOR LAST MONTH UNLESS TOLD OTHERWISE.
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
           ACCEPT WS-ENV-STAGING FROM ENVIRONMENT "TAXLIARB-PERIOD".
           IF WS-ENV-STAGING (1:6) IS NUMERIC
              MOVE WS-ENV-STAGING (1:6) TO WS-PERIOD
           END-IF.
           MOVE SPACES TO WS-ENV-STAGING.
           ACCEPT WS-ENV-STAGING FROM ENVIRONMENT
                  "TAXLIARB-EXPIRY-DAYS".
           IF WS-ENV-STAGING (1:3) IS NUMERIC
              MOVE WS-ENV-STAGING (1:3) TO WS-EXPIRY-DAYS
           END-IF.
           COMPUTE WS-RUN-DAY-NUMBER =
               FUNCTION INTEGER-OF-DATE (WS-RUN-CCYYMMDD).
           MOVE WS-PERIOD       TO TAX-HDG-01-PERIOD.
           MOVE WS-RUN-CCYYMMDD TO TAX-HDG-01-RUN-DATE.

       1200-LOAD-CUSTOMERS.
      * NAMES ONLY.  NO MASTER JUST MEANS THE CERTIFICATE LIST
      * PRINTS WITHOUT THEM.
           OPEN INPUT CUSTOMER-MASTER.
           IF CUSTOMER-MASTER-SUCCESSFUL
              PERFORM UNTIL END-OF-CUSTOMER-MASTER
                 READ CUSTOMER-MASTER
                    AT END
                       SET END-OF-CUSTOMER-MASTER TO TRUE
                    NOT AT END
                       IF WS-CUS-COUNT < 2000
                          ADD 1 TO WS-CUS-COUNT
                          MOVE CUST-MASTER-NUMBER TO
                               TABLE-CUS-NUMBER (WS-CUS-COUNT)
                          MOVE CUST-MASTER-NAME TO
                               TABLE-CUS-NAME (WS-CUS-COUNT)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE CUSTOMER-MASTER
           END-IF.

       2000-ACCUMULATE-LIABILITY.
      * EVERY SALE BILLED IN THE PERIOD, WHETHER STILL OPEN OR PAID -
      * TAX IS OWED WHEN IT IS BILLED, NOT WHEN IT IS COLLECTED.
           PERFORM UNTIL END-OF-OPEN-INVOICE
              READ OPEN-INVOICE-FILE
                 AT END
                    SET END-OF-OPEN-INVOICE TO TRUE
                 NOT AT END
                    ADD 1 TO WS-INVOICES-READ
                    IF OPNINV-DATE (1:6) = WS-PERIOD-X
                       AND NOT OPNINV-FINANCE-CHARGE
                       PERFORM 2100-TAKE-INVOICE
                    END-IF
              END-READ
           END-PERFORM.

       2100-TAKE-INVOICE.
           ADD 1 TO WS-TOTAL-INVOICES.
           IF NOT OPNINV-TAXED AND NOT OPNINV-TAX-EXEMPT
              ADD 1 TO WS-PRE-TAX-INVOICES
           ELSE
              IF OPNINV-SALES-AMOUNT IS NOT NUMERIC
                 MOVE 0 TO OPNINV-SALES-AMOUNT
              END-IF
              IF OPNINV-TAX-AMOUNT IS NOT NUMERIC
                 MOVE 0 TO OPNINV-TAX-AMOUNT
              END-IF
              PERFORM 2200-FIND-JURISDICTION
              ADD 1 TO TABLE-JUR-INVOICES (WS-JUR-SUB)
              IF OPNINV-TAXED
                 ADD OPNINV-SALES-AMOUNT TO
                     TABLE-JUR-TAXABLE (WS-JUR-SUB)
                 ADD OPNINV-TAX-AMOUNT TO TABLE-JUR-TAX (WS-JUR-SUB)
              ELSE
                 ADD OPNINV-SALES-AMOUNT TO
                     TABLE-JUR-EXEMPT (WS-JUR-SUB)
              END-IF
           END-IF.

       2200-FIND-JURISDICTION.
      * A JURISDICTION SEEN FOR THE FIRST TIME IS ADDED WITH ITS NAME
      * AND RATE FROM THE TAX SERVICE.
           PERFORM VARYING WS-JUR-SUB FROM 1 BY 1
              UNTIL WS-JUR-SUB > WS-JUR-COUNT
                 OR TABLE-JUR-CODE (WS-JUR-SUB) = OPNINV-TAX-JURIS
           END-PERFORM.
           IF WS-JUR-SUB > WS-JUR-COUNT
              IF WS-JUR-COUNT = 500
                 DISPLAY "TAXLIARB: JURISDICTION TABLE CEILING (500) "
                     "REACHED - RUN STOPPED"
                 MOVE 16 TO RETURN-CODE
                 GOBACK
              END-IF
              ADD 1 TO WS-JUR-COUNT
              MOVE WS-JUR-COUNT TO WS-JUR-SUB
              MOVE OPNINV-TAX-JURIS TO TABLE-JUR-CODE (WS-JUR-SUB)
              MOVE 0 TO TABLE-JUR-INVOICES (WS-JUR-SUB)
                        TABLE-JUR-TAXABLE (WS-JUR-SUB)
                        TABLE-JUR-EXEMPT (WS-JUR-SUB)
                        TABLE-JUR-TAX (WS-JUR-SUB)
              SET TXC-JURIS-NAME-OF TO TRUE
              MOVE OPNINV-TAX-JURIS TO TXC-JURISDICTION
              CALL "TAXSVCRB" USING TAXCALC-PARMS
              MOVE TXC-JURIS-NAME TO TABLE-JUR-NAME (WS-JUR-SUB)
              MOVE TXC-RATE       TO TABLE-JUR-RATE (WS-JUR-SUB)
              IF TXC-NOT-RATED
                 ADD 1 TO WS-UNRATED-JURISDICTIONS
              END-IF
           END-IF.

       3000-SORT-JURISDICTIONS.
      * FILING ORDER IS BY JURISDICTION CODE - A SIMPLE EXCHANGE
      * SORT, THE TABLE IS SMALL.
           PERFORM VARYING WS-JUR-SUB FROM 1 BY 1
              UNTIL WS-JUR-SUB >= WS-JUR-COUNT
              PERFORM VARYING WS-JUR-SUB-2 FROM WS-JUR-SUB BY 1
                 UNTIL WS-JUR-SUB-2 > WS-JUR-COUNT
                 IF TABLE-JUR-CODE (WS-JUR-SUB-2) <
                    TABLE-JUR-CODE (WS-JUR-SUB)
                    MOVE JUR-TABLE-ENTRY (WS-JUR-SUB) TO WS-JUR-HOLD
                    MOVE JUR-TABLE-ENTRY (WS-JUR-SUB-2) TO
                         JUR-TABLE-ENTRY (WS-JUR-SUB)
                    MOVE WS-JUR-HOLD TO JUR-TABLE-ENTRY (WS-JUR-SUB-2)
                 END-IF
              END-PERFORM
           END-PERFORM.

       5000-PRINT-LIABILITY.
           MOVE "SALES TAX LIABILITY BY JURISDICTION (USD)" TO
                TAX-HDG-02-TITLE.
           PERFORM 8000-WRITE-HEADINGS.
           WRITE LIABILITY-REPORT-RECORD
            FROM JUR-COLUMN-HDG AFTER ADVANCING 02 LINES.
           ADD 2 TO WS-LINE-COUNT.
           PERFORM VARYING WS-JUR-SUB FROM 1 BY 1
              UNTIL WS-JUR-SUB > WS-JUR-COUNT
              MOVE TABLE-JUR-CODE (WS-JUR-SUB)     TO JUR-DTL-CODE
              MOVE TABLE-JUR-NAME (WS-JUR-SUB)     TO JUR-DTL-NAME
              COMPUTE JUR-DTL-RATE = TABLE-JUR-RATE (WS-JUR-SUB) * 100
              MOVE TABLE-JUR-INVOICES (WS-JUR-SUB) TO JUR-DTL-INVOICES
              MOVE TABLE-JUR-TAXABLE (WS-JUR-SUB)  TO JUR-DTL-TAXABLE
              MOVE TABLE-JUR-EXEMPT (WS-JUR-SUB)   TO JUR-DTL-EXEMPT
              MOVE TABLE-JUR-TAX (WS-JUR-SUB)      TO JUR-DTL-TAX
              ADD TABLE-JUR-TAXABLE (WS-JUR-SUB) TO WS-TOTAL-TAXABLE
              ADD TABLE-JUR-EXEMPT (WS-JUR-SUB)  TO WS-TOTAL-EXEMPT
              ADD TABLE-JUR-TAX (WS-JUR-SUB)     TO WS-TOTAL-TAX
              PERFORM 7500-CHECK-PAGE
              WRITE LIABILITY-REPORT-RECORD
               FROM JUR-DETAIL-LINE AFTER ADVANCING 01 LINES
              ADD 1 TO WS-LINES-WRITTEN
           END-PERFORM.
           WRITE LIABILITY-REPORT-RECORD
            FROM DETAIL-LINE-LINE AFTER ADVANCING 01 LINES.
           MOVE SPACES         TO JUR-DTL-CODE.
           MOVE "TOTAL"        TO JUR-DTL-NAME.
           MOVE 0              TO JUR-DTL-RATE.
           COMPUTE JUR-DTL-INVOICES =
               WS-TOTAL-INVOICES - WS-PRE-TAX-INVOICES.
           MOVE WS-TOTAL-TAXABLE TO JUR-DTL-TAXABLE.
           MOVE WS-TOTAL-EXEMPT  TO JUR-DTL-EXEMPT.
           MOVE WS-TOTAL-TAX     TO JUR-DTL-TAX.
           WRITE LIABILITY-REPORT-RECORD
            FROM JUR-DETAIL-LINE AFTER ADVANCING 01 LINES.
           ADD 2 TO WS-LINE-COUNT.
           IF WS-JUR-COUNT = 0
              MOVE "NO TAXED OR EXEMPT SALES BILLED IN THE PERIOD"
                TO MESSAGE-TEXT
              PERFORM 7600-WRITE-MESSAGE
           END-IF.
           IF WS-UNRATED-JURISDICTIONS > 0
              MOVE SPACES TO MESSAGE-TEXT
              STRING "* JURISDICTIONS WERE BILLED AT THE DEFAULT RATE"
                        DELIMITED BY SIZE
                     " - RATE THE STATE BEFORE FILING"
                        DELIMITED BY SIZE
                  INTO MESSAGE-TEXT
              PERFORM 7600-WRITE-MESSAGE
           END-IF.
           IF WS-PRE-TAX-INVOICES > 0
              MOVE SPACES TO MESSAGE-TEXT
              MOVE WS-PRE-TAX-INVOICES TO WS-COUNT-SHOWN
              STRING FUNCTION TRIM (WS-COUNT-SHOWN) DELIMITED BY SIZE
                     " INVOICES IN THE PERIOD WERE BILLED BEFORE TAX"
                        DELIMITED BY SIZE
                     " WAS CARRIED - NOT INCLUDED"
                        DELIMITED BY SIZE
                  INTO MESSAGE-TEXT
              PERFORM 7600-WRITE-MESSAGE
           END-IF.

       6000-PRINT-EXPIRING-CERTS.
      * CERTIFICATES RUNNING OUT FROM TODAY THROUGH THE WINDOW.  ONE
      * ALREADY EXPIRED IS NO LONGER EXEMPTING ANYTHING AND IS NOT
      * LISTED.
           MOVE SPACES TO TAX-HDG-02-TITLE.
           MOVE WS-EXPIRY-DAYS TO WS-COUNT-SHOWN.
           STRING "EXEMPTION CERTIFICATES EXPIRING IN THE NEXT "
                     DELIMITED BY SIZE
                  FUNCTION TRIM (WS-COUNT-SHOWN) DELIMITED BY SIZE
                  " DAYS" DELIMITED BY SIZE
               INTO TAX-HDG-02-TITLE.
           PERFORM 8000-WRITE-HEADINGS.
           WRITE LIABILITY-REPORT-RECORD
            FROM CERT-COLUMN-HDG AFTER ADVANCING 02 LINES.
           ADD 2 TO WS-LINE-COUNT.
           OPEN INPUT TAX-EXEMPT-FILE.
           IF TAX-EXEMPT-FILE-OK
              PERFORM UNTIL END-OF-TAX-EXEMPT-FILE
                 READ TAX-EXEMPT-FILE
                    AT END
                       SET END-OF-TAX-EXEMPT-FILE TO TRUE
                    NOT AT END
                       ADD 1 TO WS-CERTS-READ
                       IF FILE-EXM-EXPIRES IS NUMERIC
                          PERFORM 6100-CHECK-CERTIFICATE
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE TAX-EXEMPT-FILE
           ELSE
              DISPLAY "TAXLIARB: NO EXEMPTION CERTIFICATE FILE, "
                  "STATUS = " WS-TAX-EXEMPT-STATUS
           END-IF.
           IF WS-CERTS-EXPIRING = 0
              MOVE "NO CERTIFICATES COMING DUE" TO MESSAGE-TEXT
              PERFORM 7600-WRITE-MESSAGE
           END-IF.

       6100-CHECK-CERTIFICATE.
           COMPUTE WS-EXP-DAY-NUMBER =
               FUNCTION INTEGER-OF-DATE
                   (FUNCTION NUMVAL (FILE-EXM-EXPIRES)).
           COMPUTE WS-DAYS-LEFT = WS-EXP-DAY-NUMBER - WS-RUN-DAY-NUMBER.
           IF WS-DAYS-LEFT >= 0 AND WS-DAYS-LEFT <= WS-EXPIRY-DAYS
              ADD 1 TO WS-CERTS-EXPIRING
              MOVE FILE-EXM-CUST        TO CERT-DTL-CUST
              MOVE FILE-EXM-CERT-NUMBER TO CERT-DTL-NUMBER
              IF FILE-EXM-STATE = SPACES
                 MOVE "ALL"             TO CERT-DTL-STATE
              ELSE
                 MOVE FILE-EXM-STATE    TO CERT-DTL-STATE
              END-IF
              MOVE FILE-EXM-EXPIRES     TO CERT-DTL-EXPIRES
              MOVE WS-DAYS-LEFT         TO CERT-DTL-DAYS
              PERFORM VARYING WS-CUS-SUB FROM 1 BY 1
                 UNTIL WS-CUS-SUB > WS-CUS-COUNT
                    OR TABLE-CUS-NUMBER (WS-CUS-SUB) = FILE-EXM-CUST
              END-PERFORM
              IF WS-CUS-SUB > WS-CUS-COUNT
                 MOVE "*** UNKNOWN CUST ***" TO CERT-DTL-NAME
              ELSE
                 MOVE TABLE-CUS-NAME (WS-CUS-SUB) TO CERT-DTL-NAME
              END-IF
              PERFORM 7500-CHECK-PAGE
              WRITE LIABILITY-REPORT-RECORD
               FROM CERT-DETAIL-LINE AFTER ADVANCING 01 LINES
              ADD 1 TO WS-LINES-WRITTEN
           END-IF.

       7500-CHECK-PAGE.
           add 1 to WS-LINE-COUNT.
           if WS-LINE-COUNT > 50
              PERFORM 8000-WRITE-HEADINGS.

       7600-WRITE-MESSAGE.
           WRITE LIABILITY-REPORT-RECORD
            FROM MESSAGE-LINE AFTER ADVANCING 02 LINES.
           ADD 2 TO WS-LINE-COUNT.

       8000-WRITE-HEADINGS.
           add 1 to WS-PAGE-COUNT.
           move WS-PAGE-COUNT TO TAX-HDG-01-PAGE.
           WRITE LIABILITY-REPORT-RECORD
            FROM TAX-HDG-01 after advancing page.
           WRITE LIABILITY-REPORT-RECORD
            FROM TAX-HDG-02 after advancing 01 LINES.
           MOVE 2 TO WS-LINE-COUNT.

       9900-WRITE-AUDIT-RECORD.
      * APPEND ONE SUMMARY LINE FOR THIS RUN TO THE SHARED OPERATIONS
      * AUDIT TRAIL - THE JURISDICTIONS FILED AND CERTIFICATES COMING
      * DUE FOR THE PERIOD.
           ACCEPT WS-RUN-TIME FROM TIME.
           MOVE "TAXLIARB"            TO AUD-PROGRAM-NAME.
           MOVE WS-RUN-DATE           TO AUD-RUN-DATE.
           MOVE WS-RUN-TIME           TO AUD-RUN-TIME.
           MOVE WS-INVOICES-READ      TO AUD-RECORDS-READ.
           MOVE WS-LINES-WRITTEN      TO AUD-RECORDS-WRITTEN.
           MOVE SPACES                TO AUD-KEY-TOTALS.
           MOVE "JUR="                TO AUD-KEY-TOTALS(1:4).
           MOVE WS-JUR-COUNT          TO AUD-KEY-TOTALS(5:3).
           MOVE " EXP="               TO AUD-KEY-TOTALS(8:5).
           MOVE WS-CERTS-EXPIRING     TO AUD-KEY-TOTALS(13:5).
           MOVE " FOR "               TO AUD-KEY-TOTALS(18:5).
           MOVE WS-PERIOD             TO AUD-KEY-TOTALS(23:6).
           IF RETURN-CODE = 0
              MOVE "OK" TO AUD-COMPLETION-STATUS
           ELSE
              MOVE "ER" TO AUD-COMPLETION-STATUS
           END-IF.
           WRITE AUDIT-TRAIL-RECORD FROM AUDIT-TRAIL-LINE.
