       IDENTIFICATION DIVISION.
       PROGRAM-ID.    QUOTRPRB.
       AUTHOR.        RYAN BROOKS
      * RUG QUOTATION FOLLOW-UP.  FROM THE QUOTES THE ORDER DESK KEYS
      * AND CONVERTS IN ORDENTRB (QUOTES.DAT), PRINTS:
      *
      *   QUOTE CONVERSION BY SALESPERSON - EVERY QUOTE DATED IN THE
      *   LAST 90 DAYS (QUOTRPRB-DAYS-BACK), CREDITED TO THE LEAD REP
      *   ON THE QUOTE (BLANK IS A HOUSE QUOTE):
      *     CONVERTED  - BECAME AN ORDER.
      *     LAPSED     - EXPIRED WITHOUT BECOMING ONE.
      *     OPEN       - STILL HOLDING ITS PRICE.
      *     CONV RATE  - CONVERTED OVER CONVERTED PLUS LAPSED.  AN
      *                  OPEN QUOTE HAS NOT BEEN DECIDED YET, SO IT
      *                  NEITHER HELPS NOR HURTS THE RATE.
      *   WITH THE USD VALUE QUOTED AND THE USD VALUE CONVERTED, AT
      *   THE SAME BAKED-IN RATES MATHSHPS BILLS WITH.
      *
      *   QUOTES ABOUT TO EXPIRE - EVERY OPEN QUOTE WHOSE PRICE RUNS
      *   OUT FROM TODAY THROUGH THE NEXT 7 DAYS (QUOTRPRB-FOLLOWUP-
      *   DAYS), BY SALESPERSON, SOONEST FIRST - THE FOLLOW-UP CALL
      *   LIST.
      *
      * NO QUOTE FILE YET MEANS NOTHING TO REPORT - THE RUN ENDS WITH
      * A 4.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT QUOTE-FILE ASSIGN DYNAMIC
                 WS-QUOTE-FILE-PATH
             organization is line sequential
             file status is WS-QUOTE-FILE-STATUS.
           SELECT CUSTOMER-MASTER ASSIGN DYNAMIC
                 WS-CUSTOMER-MASTER-PATH
             organization is line sequential
             file status is WS-CUSTOMER-MASTER-STATUS.
           SELECT QUOTE-REPORT
             ASSIGN DYNAMIC WS-QUOTE-REPORT-PATH
             organization is LINE sequential
             file status is WS-QUOTE-REPORT-STATUS.
           SELECT AUDIT-TRAIL-FILE ASSIGN DYNAMIC
                 WS-AUDIT-TRAIL-PATH
             organization is line sequential
             file status is WS-AUDIT-TRAIL-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  QUOTE-FILE
           RECORDING MODE IS F
           DATA RECORD IS QUOTE-RECORD.
      * SAME QUOTE LINE ORDENTRB FILES - THE QUOTE, THEN THE ORDER IT
      * WOULD BECOME.
       01 QUOTE-RECORD.
           05  QTE-QUOTE-NUMBER         PIC X(06).
           05  QTE-QUOTE-DATE           PIC X(08).
           05  QTE-EXPIRE-DATE          PIC X(08).
           05  QTE-STATUS               PIC X(01).
               88 QTE-CONVERTED            VALUE "C".
           05  QTE-ORDER-NUMBER         PIC X(06).
           05  QTE-QUOTED-PRICE         PIC 9(06)V99.
           05  QTE-SHAPE-TYPE           PIC X(10).
           05  QTE-SIZE-1               PIC 9(03).
           05  QTE-SIZE-2               PIC 9(03).
           05  QTE-SQ-FT-PRICE          PIC 9(03)V99.
           05  QTE-CUST-NUMBER          PIC X(06).
           05  QTE-CURRENCY-CODE        PIC X(03).
      * ORDER NUMBER, DATES AND STATUS STAY BLANK ON A QUOTE.
           05  FILLER                   PIC X(23).
           05  QTE-SALES-ID             PIC X(03).
           05  QTE-MATERIAL             PIC X(05).
      * SALES SPLIT - ONLY THE LEAD REP IS CREDITED HERE.
           05  FILLER                   PIC X(15).

       FD  CUSTOMER-MASTER
           RECORDING MODE IS F
           DATA RECORD IS CUSTOMER-MASTER-RECORD.
       01 CUSTOMER-MASTER-RECORD.
           05  CUST-MASTER-NUMBER       PIC X(06).
           05  CUST-MASTER-NAME         PIC X(20).
      * CREDIT AND BILL-TO FIELDS - ONLY THE NAME IS USED HERE.
           05  FILLER                   PIC X(105).

       FD  QUOTE-REPORT
           RECORDING MODE IS F
           DATA RECORD IS QUOTE-REPORT-RECORD.
       01 QUOTE-REPORT-RECORD            PIC X(133).

       FD  AUDIT-TRAIL-FILE
           RECORDING MODE IS F
           DATA RECORD IS AUDIT-TRAIL-RECORD.
       01 AUDIT-TRAIL-RECORD             PIC X(89).

       WORKING-STORAGE SECTION.
      * FILE PATHS - DEFAULT TO THE PATHS BELOW, BUT CAN BE OVERRIDDEN
      * AT RUN TIME BY SETTING THE MATCHING ENVIRONMENT VARIABLE
      * BEFORE STARTING THE PROGRAM (SEE 0500-GET-FILE-PATHS):
        01 WS-FILE-PATHS.
           05 WS-QUOTE-FILE-PATH        PIC X(80)
                VALUE "C:\Users\Ryan\Desktop\QUOTES.DAT".
           05 WS-CUSTOMER-MASTER-PATH   PIC X(80)
                VALUE "C:\Users\Ryan\Desktop\CUSTOMER-MASTER.DAT".
           05 WS-QUOTE-REPORT-PATH      PIC X(80)
                VALUE "C:\Users\Ryan\Desktop\QUOTERPT.rpt".
           05 WS-AUDIT-TRAIL-PATH       PIC X(80)
                VALUE "C:\Users\Ryan\Desktop\OPS-AUDIT-TRAIL.LOG".
           05 WS-ENV-PATH-OVERRIDE      PIC X(80).

      * File status
        01 WS-QUOTE-FILE-STATUS         pic X(02).
           88 QUOTE-FILE-OK                VALUE "00".
           88 END-OF-QUOTE-FILE            VALUE "10".
        01 WS-CUSTOMER-MASTER-STATUS    pic X(02).
           88 CUSTOMER-MASTER-SUCCESSFUL   VALUE "00".
           88 END-OF-CUSTOMER-MASTER       VALUE "10".
        01 WS-QUOTE-REPORT-STATUS       pic X(02).
           88 GOOD-QUOTE-REPORT-WRITE      VALUE "00".
        01 WS-AUDIT-TRAIL-STATUS        pic X(02).
           88 GOOD-AUDIT-TRAIL-WRITE       VALUE "00".

      * RUN SETTINGS - HOW FAR BACK THE CONVERSION RATE LOOKS AND HOW
      * FAR AHEAD THE FOLLOW-UP LIST LOOKS.
        01 WS-RUN-CCYYMMDD              PIC 9(08) VALUE 0.
        01 WS-RUN-X REDEFINES WS-RUN-CCYYMMDD PIC X(08).
        01 WS-FROM-CCYYMMDD             PIC 9(08) VALUE 0.
        01 WS-FROM-X REDEFINES WS-FROM-CCYYMMDD PIC X(08).
        01 WS-DAYS-BACK                 PIC 9(03) VALUE 90.
        01 WS-FOLLOWUP-DAYS             PIC 9(03) VALUE 7.
        01 WS-RUN-DAY-NUMBER            PIC 9(07) VALUE 0.
        01 WS-EXP-DAY-NUMBER            PIC 9(07) VALUE 0.
        01 WS-DAYS-LEFT                 PIC S9(07) VALUE 0.
        01 WS-ENV-STAGING               PIC X(16) VALUE SPACES.
        01 WS-COUNT-SHOWN               PIC ZZZZ9.
        01 WS-RUN-RC                    PIC 9(02) VALUE 0.

      * SAME BAKED-IN CURRENCY TABLE MATHSHPS CONVERTS WITH.
        01 WS-CURRENCY-RATE-DATA.
           05 FILLER PIC X(08) VALUE "USD10000".
           05 FILLER PIC X(08) VALUE "CAD07400".
           05 FILLER PIC X(08) VALUE "MXN05900".
           05 FILLER PIC X(08) VALUE "EUR11000".
        01 FILLER REDEFINES WS-CURRENCY-RATE-DATA.
           05 WS-CURRENCY-RATE-ENTRY OCCURS 4 TIMES.
              10 WS-CURRENCY-CODE-KEY     PIC X(03).
              10 WS-CURRENCY-RATE-TO-USD  PIC 9V9999.
        01 WS-CURRENCY-COUNT            PIC 9(02) VALUE 4.
        01 WS-CURRENCY-SUB              PIC 9(02) VALUE 0.
        01 WS-QUOTE-USD                 PIC 9(08)V99 VALUE 0.

      * ONE ROW PER SALESPERSON QUOTING IN THE WINDOW, USD.
        01 WS-REP-COUNT                 PIC 9(03) VALUE 0.
        01 WS-REP-SUB                   PIC 9(03) VALUE 0.
        01 WS-REP-SUB-2                 PIC 9(03) VALUE 0.
        01 WS-REP-TABLE.
           05 REP-TABLE-ENTRY OCCURS 0 TO 300 TIMES
                 DEPENDING ON WS-REP-COUNT.
              10 TABLE-REP-ID           PIC X(03).
              10 TABLE-REP-QUOTES       PIC 9(05).
              10 TABLE-REP-CONVERTED    PIC 9(05).
              10 TABLE-REP-LAPSED       PIC 9(05).
              10 TABLE-REP-OPEN         PIC 9(05).
              10 TABLE-REP-QUOTED-USD   PIC 9(09)V99.
              10 TABLE-REP-CONV-USD     PIC 9(09)V99.
        01 WS-REP-HOLD                  PIC X(45).

      * OPEN QUOTES RUNNING OUT IN THE FOLLOW-UP WINDOW.
        01 WS-FUP-COUNT                 PIC 9(04) VALUE 0.
        01 WS-FUP-SUB                   PIC 9(04) VALUE 0.
        01 WS-FUP-SUB-2                 PIC 9(04) VALUE 0.
        01 WS-FOLLOWUP-TABLE.
           05 FUP-TABLE-ENTRY OCCURS 0 TO 2000 TIMES
                 DEPENDING ON WS-FUP-COUNT.
              10 TABLE-FUP-SALES-ID     PIC X(03).
              10 TABLE-FUP-EXPIRES      PIC X(08).
              10 TABLE-FUP-QUOTE        PIC X(06).
              10 TABLE-FUP-CUST         PIC X(06).
              10 TABLE-FUP-SHAPE        PIC X(10).
              10 TABLE-FUP-PRICE        PIC 9(06)V99.
              10 TABLE-FUP-CURRENCY     PIC X(03).
              10 TABLE-FUP-DAYS         PIC 9(03).
        01 WS-FUP-HOLD                  PIC X(47).

      * CUSTOMER NAMES FOR THE FOLLOW-UP LIST.
        01 WS-CUS-COUNT                 PIC 9(04) VALUE 0.
        01 WS-CUS-SUB                   PIC 9(04) VALUE 0.
        01 WS-CUSTOMER-TABLE.
           05 CUS-TABLE-ENTRY OCCURS 0 TO 2000 TIMES
                 DEPENDING ON WS-CUS-COUNT.
              10 TABLE-CUS-NUMBER       PIC X(06).
              10 TABLE-CUS-NAME         PIC X(20).

        01 WS-TOTAL-QUOTES              PIC 9(05) VALUE 0.
        01 WS-TOTAL-CONVERTED           PIC 9(05) VALUE 0.
        01 WS-TOTAL-LAPSED              PIC 9(05) VALUE 0.
        01 WS-TOTAL-OPEN                PIC 9(05) VALUE 0.
        01 WS-TOTAL-QUOTED-USD          PIC 9(09)V99 VALUE 0.
        01 WS-TOTAL-CONV-USD            PIC 9(09)V99 VALUE 0.

      * RUN COUNTERS.
        01 WS-QUOTES-READ               PIC 9(06) VALUE 0.
        01 WS-LINES-WRITTEN             PIC 9(06) VALUE 0.
        01 WS-RUN-DATE                  PIC X(08).
        01 WS-RUN-TIME                  PIC 9(08) VALUE 0.
        COPY "AUDITTRL.cpy".
        COPY "LOOKUP.cpy".

       01  QTR-HDG-01.
           05 QTR-HDG-01-CC          PIC X(01) VALUE SPACE.
           05 FILLER                 PIC X(09) VALUE SPACES.
           05 FILLER                 PIC X(42)
              VALUE "RUG QUOTATION FOLLOW-UP".
           05 FILLER                 PIC X(06) VALUE "FROM: ".
           05 QTR-HDG-01-FROM        PIC 9999/99/99.
           05 FILLER                 PIC X(09) VALUE SPACES.
           05 FILLER                 PIC X(10) VALUE "RUN DATE: ".
           05 QTR-HDG-01-RUN-DATE    PIC 9999/99/99.
           05 FILLER                 PIC X(05) VALUE SPACES.
           05 FILLER                 PIC X(06) VALUE "PAGE: ".
           05 QTR-HDG-01-PAGE        PIC ZZ9.
           05 FILLER                 PIC X(22) VALUE SPACES.
       01  QTR-HDG-02.
           05 QTR-HDG-02-CC          PIC X(01) VALUE SPACE.
           05 FILLER                 PIC X(09) VALUE SPACES.
           05 QTR-HDG-02-TITLE       PIC X(60).
           05 FILLER                 PIC X(63) VALUE SPACES.

       01  REP-COLUMN-HDG.
           05 FILLER                 PIC X(01) VALUE SPACE.
           05 FILLER                 PIC X(09) VALUE SPACES.
           05 FILLER                 PIC X(06) VALUE "REP".
           05 FILLER                 PIC X(22) VALUE "NAME".
           05 FILLER                 PIC X(07) VALUE " QUOTES".
           05 FILLER                 PIC X(07) VALUE "  CONV".
           05 FILLER                 PIC X(07) VALUE " LAPSED".
           05 FILLER                 PIC X(07) VALUE "   OPEN".
           05 FILLER                 PIC X(11) VALUE "  CONV RATE".
           05 FILLER                 PIC X(16)
              VALUE "    QUOTED (USD)".
           05 FILLER                 PIC X(16)
              VALUE " CONVERTED (USD)".
           05 FILLER                 PIC X(24) VALUE SPACES.

       01  REP-DETAIL-LINE.
           05 FILLER                 PIC X(01) VALUE SPACE.
           05 FILLER                 PIC X(09) VALUE SPACES.
           05 REP-DTL-ID             PIC X(05).
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 REP-DTL-NAME           PIC X(20).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 REP-DTL-QUOTES         PIC ZZZZ9.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 REP-DTL-CONVERTED      PIC ZZZZ9.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 REP-DTL-LAPSED         PIC ZZZZ9.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 REP-DTL-OPEN           PIC ZZZZ9.
           05 FILLER                 PIC X(04) VALUE SPACES.
           05 REP-DTL-RATE           PIC ZZ9.9.
           05 REP-DTL-PCT            PIC X(02) VALUE " %".
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 REP-DTL-QUOTED-USD     PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 REP-DTL-CONV-USD       PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                 PIC X(26) VALUE SPACES.

       01  FUP-COLUMN-HDG.
           05 FILLER                 PIC X(01) VALUE SPACE.
           05 FILLER                 PIC X(09) VALUE SPACES.
           05 FILLER                 PIC X(06) VALUE "REP".
           05 FILLER                 PIC X(08) VALUE "QUOTE".
           05 FILLER                 PIC X(08) VALUE "CUST".
           05 FILLER                 PIC X(22) VALUE "NAME".
           05 FILLER                 PIC X(12) VALUE "SHAPE".
           05 FILLER                 PIC X(17)
              VALUE "    QUOTED PRICE".
           05 FILLER                 PIC X(12) VALUE "EXPIRES".
           05 FILLER                 PIC X(09) VALUE "DAYS LEFT".
           05 FILLER                 PIC X(29) VALUE SPACES.

       01  FUP-DETAIL-LINE.
           05 FILLER                 PIC X(01) VALUE SPACE.
           05 FILLER                 PIC X(09) VALUE SPACES.
           05 FUP-DTL-REP            PIC X(05).
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 FUP-DTL-QUOTE          PIC X(06).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 FUP-DTL-CUST           PIC X(06).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 FUP-DTL-NAME           PIC X(20).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 FUP-DTL-SHAPE          PIC X(10).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 FUP-DTL-PRICE          PIC ZZZ,ZZ9.99.
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 FUP-DTL-CURRENCY       PIC X(03).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 FUP-DTL-EXPIRES        PIC 9999/99/99.
           05 FILLER                 PIC X(06) VALUE SPACES.
           05 FUP-DTL-DAYS           PIC ZZ9.
           05 FILLER                 PIC X(32) VALUE SPACES.

       01  MESSAGE-LINE.
           05 FILLER                 PIC X(01) VALUE SPACE.
           05 FILLER                 PIC X(09) VALUE SPACES.
           05 MESSAGE-TEXT           PIC X(80).
           05 FILLER                 PIC X(43) VALUE SPACES.

       01  DETAIL-LINE-LINE.
           05 FILLER                 PIC X(10) VALUE SPACES.
           05 FILLER                 PIC X(113) VALUE ALL "_".
           05 FILLER                 PIC X(10) VALUE SPACES.

       01  PAGE-STUFF.
           05 WS-PAGE-COUNT           PIC 999 VALUE 0.
           05 WS-LINE-COUNT           PIC 99 VALUE 0.

       PROCEDURE DIVISION.

           DISPLAY "QUOTRPRB FOR RYAN BROOKS".

           PERFORM 1000-INITIALIZE.
           PERFORM 1200-LOAD-CUSTOMERS.
           PERFORM 2000-READ-QUOTES.
           PERFORM 3000-SORT-TABLES.
           PERFORM 5000-PRINT-CONVERSION.
           PERFORM 6000-PRINT-FOLLOW-UP.

           MOVE WS-RUN-RC TO RETURN-CODE.

           display "QUOTES READ:                 " WS-QUOTES-READ.
           display "QUOTES IN WINDOW:            " WS-TOTAL-QUOTES.
           display "  CONVERTED:                 " WS-TOTAL-CONVERTED.
           display "  LAPSED:                    " WS-TOTAL-LAPSED.
           display "  STILL OPEN:                " WS-TOTAL-OPEN.
           display "SALESPEOPLE:                 " WS-REP-COUNT.
           display "QUOTES TO FOLLOW UP:         " WS-FUP-COUNT.

           PERFORM 9900-WRITE-AUDIT-RECORD.

           close QUOTE-REPORT
                 AUDIT-TRAIL-FILE.

           GOBACK.

       0500-GET-FILE-PATHS.
      * OVERRIDE THE DEFAULT FILE PATHS IF THE MATCHING ENVIRONMENT
      * VARIABLE HAS BEEN SET:
           ACCEPT WS-ENV-PATH-OVERRIDE FROM ENVIRONMENT
                  "QUOTRPRB-QUOTE-FILE".
           IF WS-ENV-PATH-OVERRIDE NOT = SPACES
              MOVE WS-ENV-PATH-OVERRIDE TO WS-QUOTE-FILE-PATH
           END-IF.
           ACCEPT WS-ENV-PATH-OVERRIDE FROM ENVIRONMENT
                  "QUOTRPRB-CUSTOMER-MASTER".
           IF WS-ENV-PATH-OVERRIDE NOT = SPACES
              MOVE WS-ENV-PATH-OVERRIDE TO WS-CUSTOMER-MASTER-PATH
           END-IF.
           ACCEPT WS-ENV-PATH-OVERRIDE FROM ENVIRONMENT
                  "QUOTRPRB-REPORT-FILE".
           IF WS-ENV-PATH-OVERRIDE NOT = SPACES
              MOVE WS-ENV-PATH-OVERRIDE TO WS-QUOTE-REPORT-PATH
           END-IF.
           ACCEPT WS-ENV-PATH-OVERRIDE FROM ENVIRONMENT
                  "QUOTRPRB-AUDIT-TRAIL-FILE".
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
           OPEN OUTPUT QUOTE-REPORT.
           IF NOT GOOD-QUOTE-REPORT-WRITE
              DISPLAY "QUOTRPRB: UNABLE TO OPEN QUOTE REPORT, "
                  "STATUS = " WS-QUOTE-REPORT-STATUS
              MOVE 16 TO RETURN-CODE
              PERFORM 9900-WRITE-AUDIT-RECORD
              CLOSE AUDIT-TRAIL-FILE
              GOBACK
           END-IF.

       1100-GET-RUN-SETTINGS.
           COMPUTE WS-RUN-CCYYMMDD =
               FUNCTION NUMVAL (WS-RUN-DATE (1:6)) + 20000000.
           MOVE SPACES TO WS-ENV-STAGING.
           ACCEPT WS-ENV-STAGING FROM ENVIRONMENT "QUOTRPRB-DAYS-BACK".
           IF WS-ENV-STAGING (1:3) IS NUMERIC
              MOVE WS-ENV-STAGING (1:3) TO WS-DAYS-BACK
           END-IF.
           MOVE SPACES TO WS-ENV-STAGING.
           ACCEPT WS-ENV-STAGING FROM ENVIRONMENT
                  "QUOTRPRB-FOLLOWUP-DAYS".
           IF WS-ENV-STAGING (1:3) IS NUMERIC
              MOVE WS-ENV-STAGING (1:3) TO WS-FOLLOWUP-DAYS
           END-IF.
           COMPUTE WS-RUN-DAY-NUMBER =
               FUNCTION INTEGER-OF-DATE (WS-RUN-CCYYMMDD).
           COMPUTE WS-FROM-CCYYMMDD = FUNCTION DATE-OF-INTEGER
               (WS-RUN-DAY-NUMBER - WS-DAYS-BACK).
           MOVE WS-FROM-CCYYMMDD TO QTR-HDG-01-FROM.
           MOVE WS-RUN-CCYYMMDD  TO QTR-HDG-01-RUN-DATE.

       1200-LOAD-CUSTOMERS.
      * NAMES ONLY.  NO MASTER JUST MEANS THE FOLLOW-UP LIST PRINTS
      * WITHOUT THEM.
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

       2000-READ-QUOTES.
           OPEN INPUT QUOTE-FILE.
           IF NOT QUOTE-FILE-OK
              DISPLAY "QUOTRPRB: NO QUOTE FILE, STATUS = "
                  WS-QUOTE-FILE-STATUS
              MOVE 04 TO WS-RUN-RC
           ELSE
              PERFORM UNTIL END-OF-QUOTE-FILE
                 READ QUOTE-FILE
                    AT END
                       SET END-OF-QUOTE-FILE TO TRUE
                    NOT AT END
                       ADD 1 TO WS-QUOTES-READ
                       IF QTE-QUOTE-DATE NOT < WS-FROM-X
                          PERFORM 2100-TAKE-QUOTE
                       END-IF
                       IF NOT QTE-CONVERTED
                          AND QTE-EXPIRE-DATE NOT < WS-RUN-X
                          PERFORM 2300-CHECK-FOLLOW-UP
                             THRU 2300-EXIT
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE QUOTE-FILE
           END-IF.

       2100-TAKE-QUOTE.
           IF QTE-QUOTED-PRICE IS NOT NUMERIC
              MOVE 0 TO QTE-QUOTED-PRICE
           END-IF.
           PERFORM VARYING WS-CURRENCY-SUB FROM 1 BY 1
              UNTIL WS-CURRENCY-SUB > WS-CURRENCY-COUNT
                 OR WS-CURRENCY-CODE-KEY (WS-CURRENCY-SUB) =
                    QTE-CURRENCY-CODE
           END-PERFORM.
           IF WS-CURRENCY-SUB > WS-CURRENCY-COUNT
              MOVE QTE-QUOTED-PRICE TO WS-QUOTE-USD
           ELSE
              COMPUTE WS-QUOTE-USD ROUNDED = QTE-QUOTED-PRICE
                  * WS-CURRENCY-RATE-TO-USD (WS-CURRENCY-SUB)
           END-IF.
           PERFORM 2200-FIND-REP.
           ADD 1 TO TABLE-REP-QUOTES (WS-REP-SUB)
                    WS-TOTAL-QUOTES.
           ADD WS-QUOTE-USD TO TABLE-REP-QUOTED-USD (WS-REP-SUB)
                               WS-TOTAL-QUOTED-USD.
           EVALUATE TRUE
              WHEN QTE-CONVERTED
                 ADD 1 TO TABLE-REP-CONVERTED (WS-REP-SUB)
                          WS-TOTAL-CONVERTED
                 ADD WS-QUOTE-USD TO TABLE-REP-CONV-USD (WS-REP-SUB)
                                     WS-TOTAL-CONV-USD
              WHEN QTE-EXPIRE-DATE < WS-RUN-X
                 ADD 1 TO TABLE-REP-LAPSED (WS-REP-SUB)
                          WS-TOTAL-LAPSED
              WHEN OTHER
                 ADD 1 TO TABLE-REP-OPEN (WS-REP-SUB)
                          WS-TOTAL-OPEN
           END-EVALUATE.

       2200-FIND-REP.
           PERFORM VARYING WS-REP-SUB FROM 1 BY 1
              UNTIL WS-REP-SUB > WS-REP-COUNT
                 OR TABLE-REP-ID (WS-REP-SUB) = QTE-SALES-ID
           END-PERFORM.
           IF WS-REP-SUB > WS-REP-COUNT
              IF WS-REP-COUNT = 300
                 DISPLAY "QUOTRPRB: SALESPERSON TABLE CEILING (300) "
                     "REACHED - RUN STOPPED"
                 MOVE 16 TO RETURN-CODE
                 GOBACK
              END-IF
              ADD 1 TO WS-REP-COUNT
              MOVE WS-REP-COUNT TO WS-REP-SUB
              MOVE QTE-SALES-ID TO TABLE-REP-ID (WS-REP-SUB)
              MOVE 0 TO TABLE-REP-QUOTES (WS-REP-SUB)
                        TABLE-REP-CONVERTED (WS-REP-SUB)
                        TABLE-REP-LAPSED (WS-REP-SUB)
                        TABLE-REP-OPEN (WS-REP-SUB)
                        TABLE-REP-QUOTED-USD (WS-REP-SUB)
                        TABLE-REP-CONV-USD (WS-REP-SUB)
           END-IF.

       2300-CHECK-FOLLOW-UP.
      * AN OPEN QUOTE STILL HOLDING ITS PRICE THAT RUNS OUT INSIDE
      * THE WINDOW.
           IF QTE-EXPIRE-DATE IS NOT NUMERIC
              GO TO 2300-EXIT
           END-IF.
           COMPUTE WS-EXP-DAY-NUMBER =
               FUNCTION INTEGER-OF-DATE
                   (FUNCTION NUMVAL (QTE-EXPIRE-DATE)).
           COMPUTE WS-DAYS-LEFT = WS-EXP-DAY-NUMBER - WS-RUN-DAY-NUMBER.
           IF WS-DAYS-LEFT > WS-FOLLOWUP-DAYS
              GO TO 2300-EXIT
           END-IF.
           IF WS-FUP-COUNT = 2000
              DISPLAY "QUOTRPRB: FOLLOW-UP TABLE CEILING (2000) "
                  "REACHED - RUN STOPPED"
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           ADD 1 TO WS-FUP-COUNT.
           MOVE QTE-SALES-ID     TO TABLE-FUP-SALES-ID (WS-FUP-COUNT).
           MOVE QTE-EXPIRE-DATE  TO TABLE-FUP-EXPIRES (WS-FUP-COUNT).
           MOVE QTE-QUOTE-NUMBER TO TABLE-FUP-QUOTE (WS-FUP-COUNT).
           MOVE QTE-CUST-NUMBER  TO TABLE-FUP-CUST (WS-FUP-COUNT).
           MOVE QTE-SHAPE-TYPE   TO TABLE-FUP-SHAPE (WS-FUP-COUNT).
           IF QTE-QUOTED-PRICE IS NUMERIC
              MOVE QTE-QUOTED-PRICE TO TABLE-FUP-PRICE (WS-FUP-COUNT)
           ELSE
              MOVE 0 TO TABLE-FUP-PRICE (WS-FUP-COUNT)
           END-IF.
           MOVE QTE-CURRENCY-CODE TO
                TABLE-FUP-CURRENCY (WS-FUP-COUNT).
           MOVE WS-DAYS-LEFT     TO TABLE-FUP-DAYS (WS-FUP-COUNT).
       2300-EXIT.
           EXIT.

       3000-SORT-TABLES.
      * SALESPEOPLE BY ID; THE FOLLOW-UP LIST BY SALESPERSON, THEN
      * SOONEST TO EXPIRE - A SIMPLE EXCHANGE SORT, THE TABLES ARE
      * SMALL.
           PERFORM VARYING WS-REP-SUB FROM 1 BY 1
              UNTIL WS-REP-SUB >= WS-REP-COUNT
              PERFORM VARYING WS-REP-SUB-2 FROM WS-REP-SUB BY 1
                 UNTIL WS-REP-SUB-2 > WS-REP-COUNT
                 IF TABLE-REP-ID (WS-REP-SUB-2) <
                    TABLE-REP-ID (WS-REP-SUB)
                    MOVE REP-TABLE-ENTRY (WS-REP-SUB) TO WS-REP-HOLD
                    MOVE REP-TABLE-ENTRY (WS-REP-SUB-2) TO
                         REP-TABLE-ENTRY (WS-REP-SUB)
                    MOVE WS-REP-HOLD TO REP-TABLE-ENTRY (WS-REP-SUB-2)
                 END-IF
              END-PERFORM
           END-PERFORM.
           PERFORM VARYING WS-FUP-SUB FROM 1 BY 1
              UNTIL WS-FUP-SUB >= WS-FUP-COUNT
              PERFORM VARYING WS-FUP-SUB-2 FROM WS-FUP-SUB BY 1
                 UNTIL WS-FUP-SUB-2 > WS-FUP-COUNT
                 IF FUP-TABLE-ENTRY (WS-FUP-SUB-2) (1:11) <
                    FUP-TABLE-ENTRY (WS-FUP-SUB) (1:11)
                    MOVE FUP-TABLE-ENTRY (WS-FUP-SUB) TO WS-FUP-HOLD
                    MOVE FUP-TABLE-ENTRY (WS-FUP-SUB-2) TO
                         FUP-TABLE-ENTRY (WS-FUP-SUB)
                    MOVE WS-FUP-HOLD TO FUP-TABLE-ENTRY (WS-FUP-SUB-2)
                 END-IF
              END-PERFORM
           END-PERFORM.

       5000-PRINT-CONVERSION.
           MOVE SPACES TO QTR-HDG-02-TITLE.
           MOVE WS-DAYS-BACK TO WS-COUNT-SHOWN.
           STRING "QUOTE CONVERSION BY SALESPERSON - QUOTES OF THE "
                     DELIMITED BY SIZE
                  "LAST " DELIMITED BY SIZE
                  FUNCTION TRIM (WS-COUNT-SHOWN) DELIMITED BY SIZE
                  " DAYS" DELIMITED BY SIZE
               INTO QTR-HDG-02-TITLE.
           PERFORM 8000-WRITE-HEADINGS.
           WRITE QUOTE-REPORT-RECORD
            FROM REP-COLUMN-HDG AFTER ADVANCING 02 LINES.
           ADD 2 TO WS-LINE-COUNT.
           PERFORM VARYING WS-REP-SUB FROM 1 BY 1
              UNTIL WS-REP-SUB > WS-REP-COUNT
              IF TABLE-REP-ID (WS-REP-SUB) = SPACES
                 MOVE "HOUSE"     TO REP-DTL-ID
                 MOVE SPACES      TO REP-DTL-NAME
              ELSE
                 MOVE TABLE-REP-ID (WS-REP-SUB) TO REP-DTL-ID
                 MOVE 'S' TO WS-LOOKUP-TYPE
                 MOVE TABLE-REP-ID (WS-REP-SUB) TO WS-SALES-ID
                 CALL "LOOKUP" USING WS-LOOKUP-FIELDS
                 IF SUCESSFUL-LOOKUP
                    MOVE WS-SALES-NAME TO REP-DTL-NAME
                 ELSE
                    MOVE "*** NOT ON SALES TABLE" TO REP-DTL-NAME
                 END-IF
              END-IF
              MOVE TABLE-REP-QUOTES (WS-REP-SUB)    TO REP-DTL-QUOTES
              MOVE TABLE-REP-CONVERTED (WS-REP-SUB) TO
                   REP-DTL-CONVERTED
              MOVE TABLE-REP-LAPSED (WS-REP-SUB)    TO REP-DTL-LAPSED
              MOVE TABLE-REP-OPEN (WS-REP-SUB)      TO REP-DTL-OPEN
              MOVE TABLE-REP-QUOTED-USD (WS-REP-SUB) TO
                   REP-DTL-QUOTED-USD
              MOVE TABLE-REP-CONV-USD (WS-REP-SUB)  TO
                   REP-DTL-CONV-USD
              IF TABLE-REP-CONVERTED (WS-REP-SUB) +
                 TABLE-REP-LAPSED (WS-REP-SUB) = 0
                 MOVE 0    TO REP-DTL-RATE
                 MOVE "  " TO REP-DTL-PCT
              ELSE
                 COMPUTE REP-DTL-RATE ROUNDED =
                     TABLE-REP-CONVERTED (WS-REP-SUB) * 100
                     / (TABLE-REP-CONVERTED (WS-REP-SUB)
                        + TABLE-REP-LAPSED (WS-REP-SUB))
                 MOVE " %" TO REP-DTL-PCT
              END-IF
              PERFORM 7500-CHECK-PAGE
              WRITE QUOTE-REPORT-RECORD
               FROM REP-DETAIL-LINE AFTER ADVANCING 01 LINES
              ADD 1 TO WS-LINES-WRITTEN
           END-PERFORM.
           WRITE QUOTE-REPORT-RECORD
            FROM DETAIL-LINE-LINE AFTER ADVANCING 01 LINES.
           MOVE SPACES             TO REP-DTL-ID.
           MOVE "TOTAL"            TO REP-DTL-NAME.
           MOVE WS-TOTAL-QUOTES    TO REP-DTL-QUOTES.
           MOVE WS-TOTAL-CONVERTED TO REP-DTL-CONVERTED.
           MOVE WS-TOTAL-LAPSED    TO REP-DTL-LAPSED.
           MOVE WS-TOTAL-OPEN      TO REP-DTL-OPEN.
           MOVE WS-TOTAL-QUOTED-USD TO REP-DTL-QUOTED-USD.
           MOVE WS-TOTAL-CONV-USD  TO REP-DTL-CONV-USD.
           IF WS-TOTAL-CONVERTED + WS-TOTAL-LAPSED = 0
              MOVE 0    TO REP-DTL-RATE
              MOVE "  " TO REP-DTL-PCT
           ELSE
              COMPUTE REP-DTL-RATE ROUNDED =
                  WS-TOTAL-CONVERTED * 100
                  / (WS-TOTAL-CONVERTED + WS-TOTAL-LAPSED)
              MOVE " %" TO REP-DTL-PCT
           END-IF.
           WRITE QUOTE-REPORT-RECORD
            FROM REP-DETAIL-LINE AFTER ADVANCING 01 LINES.
           ADD 2 TO WS-LINE-COUNT.
           IF WS-REP-COUNT = 0
              MOVE "NO QUOTES DATED IN THE WINDOW" TO MESSAGE-TEXT
              PERFORM 7600-WRITE-MESSAGE
           END-IF.

       6000-PRINT-FOLLOW-UP.
      * OPEN QUOTES RUNNING OUT FROM TODAY THROUGH THE WINDOW.  ONE
      * ALREADY EXPIRED RE-PRICES WHEN IT IS ORDERED AND IS NOT
      * LISTED.
           MOVE SPACES TO QTR-HDG-02-TITLE.
           MOVE WS-FOLLOWUP-DAYS TO WS-COUNT-SHOWN.
           STRING "OPEN QUOTES EXPIRING IN THE NEXT "
                     DELIMITED BY SIZE
                  FUNCTION TRIM (WS-COUNT-SHOWN) DELIMITED BY SIZE
                  " DAYS - FOLLOW-UP CALLS" DELIMITED BY SIZE
               INTO QTR-HDG-02-TITLE.
           PERFORM 8000-WRITE-HEADINGS.
           WRITE QUOTE-REPORT-RECORD
            FROM FUP-COLUMN-HDG AFTER ADVANCING 02 LINES.
           ADD 2 TO WS-LINE-COUNT.
           PERFORM VARYING WS-FUP-SUB FROM 1 BY 1
              UNTIL WS-FUP-SUB > WS-FUP-COUNT
              IF TABLE-FUP-SALES-ID (WS-FUP-SUB) = SPACES
                 MOVE "HOUSE" TO FUP-DTL-REP
              ELSE
                 MOVE TABLE-FUP-SALES-ID (WS-FUP-SUB) TO FUP-DTL-REP
              END-IF
              MOVE TABLE-FUP-QUOTE (WS-FUP-SUB)    TO FUP-DTL-QUOTE
              MOVE TABLE-FUP-CUST (WS-FUP-SUB)     TO FUP-DTL-CUST
              MOVE TABLE-FUP-SHAPE (WS-FUP-SUB)    TO FUP-DTL-SHAPE
              MOVE TABLE-FUP-PRICE (WS-FUP-SUB)    TO FUP-DTL-PRICE
              MOVE TABLE-FUP-CURRENCY (WS-FUP-SUB) TO FUP-DTL-CURRENCY
              MOVE TABLE-FUP-EXPIRES (WS-FUP-SUB)  TO FUP-DTL-EXPIRES
              MOVE TABLE-FUP-DAYS (WS-FUP-SUB)     TO FUP-DTL-DAYS
              PERFORM VARYING WS-CUS-SUB FROM 1 BY 1
                 UNTIL WS-CUS-SUB > WS-CUS-COUNT
                    OR TABLE-CUS-NUMBER (WS-CUS-SUB) =
                       TABLE-FUP-CUST (WS-FUP-SUB)
              END-PERFORM
              IF WS-CUS-SUB > WS-CUS-COUNT
                 MOVE "*** UNKNOWN CUST ***" TO FUP-DTL-NAME
              ELSE
                 MOVE TABLE-CUS-NAME (WS-CUS-SUB) TO FUP-DTL-NAME
              END-IF
              PERFORM 7500-CHECK-PAGE
              WRITE QUOTE-REPORT-RECORD
               FROM FUP-DETAIL-LINE AFTER ADVANCING 01 LINES
              ADD 1 TO WS-LINES-WRITTEN
           END-PERFORM.
           IF WS-FUP-COUNT = 0
              MOVE "NO OPEN QUOTES COMING DUE" TO MESSAGE-TEXT
              PERFORM 7600-WRITE-MESSAGE
           END-IF.

       7500-CHECK-PAGE.
           add 1 to WS-LINE-COUNT.
           if WS-LINE-COUNT > 50
              PERFORM 8000-WRITE-HEADINGS.

       7600-WRITE-MESSAGE.
           WRITE QUOTE-REPORT-RECORD
            FROM MESSAGE-LINE AFTER ADVANCING 02 LINES.
           ADD 2 TO WS-LINE-COUNT.

       8000-WRITE-HEADINGS.
           add 1 to WS-PAGE-COUNT.
           move WS-PAGE-COUNT TO QTR-HDG-01-PAGE.
           WRITE QUOTE-REPORT-RECORD
            FROM QTR-HDG-01 after advancing page.
           WRITE QUOTE-REPORT-RECORD
            FROM QTR-HDG-02 after advancing 01 LINES.
           MOVE 2 TO WS-LINE-COUNT.

       9900-WRITE-AUDIT-RECORD.
      * APPEND ONE SUMMARY LINE FOR THIS RUN TO THE SHARED OPERATIONS
      * AUDIT TRAIL - QUOTES IN THE WINDOW, HOW MANY CONVERTED, AND
      * HOW MANY NEED A FOLLOW-UP CALL.
           ACCEPT WS-RUN-TIME FROM TIME.
           MOVE "QUOTRPRB"            TO AUD-PROGRAM-NAME.
           MOVE WS-RUN-DATE           TO AUD-RUN-DATE.
           MOVE WS-RUN-TIME           TO AUD-RUN-TIME.
           MOVE WS-QUOTES-READ        TO AUD-RECORDS-READ.
           MOVE WS-LINES-WRITTEN      TO AUD-RECORDS-WRITTEN.
           MOVE SPACES                TO AUD-KEY-TOTALS.
           MOVE "QTE="                TO AUD-KEY-TOTALS(1:4).
           MOVE WS-TOTAL-QUOTES       TO AUD-KEY-TOTALS(5:5).
           MOVE " CNV="               TO AUD-KEY-TOTALS(10:5).
           MOVE WS-TOTAL-CONVERTED    TO AUD-KEY-TOTALS(15:5).
           MOVE " FUP="               TO AUD-KEY-TOTALS(20:5).
           MOVE WS-FUP-COUNT          TO AUD-KEY-TOTALS(25:4).
           IF RETURN-CODE = 0
              MOVE "OK" TO AUD-COMPLETION-STATUS
           ELSE
              MOVE "ER" TO AUD-COMPLETION-STATUS
           END-IF.
           WRITE AUDIT-TRAIL-RECORD FROM AUDIT-TRAIL-LINE.
