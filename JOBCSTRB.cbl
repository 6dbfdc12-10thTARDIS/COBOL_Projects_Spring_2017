       IDENTIFICATION DIVISION.
       PROGRAM-ID.    JOBCSTRB.
       AUTHOR.        RYAN BROOKS
      * JOB COST AND PROFITABILITY REPORT.  PRICES HAVE ALWAYS BEEN
      * SET PER SQUARE FOOT WITHOUT ANYONE KNOWING WHAT AN ORDER
      * ACTUALLY COST TO MAKE.  THIS PROGRAM ROLLS UP, FOR EVERY
      * ORDER WHOSE LINES HAVE BEEN CUT OR SHIPPED (STATUS K OR S ON
      * THE SHAPE RUN'S OUTPUT):
      *   - MATERIAL - THE LOTS THE SHAPE RUN RECORDED THE ORDER
      *     CONSUMING (LOTTRACE.DAT), AT THE PRODUCT'S UNIT COST;
      *   - LABOR - THE PUNCH TIME CUTTERS CHARGED TO THE ORDER ON
      *     THE CLOCK (JOBTIME.DAT, FROM TIMCLKRB), AT EACH
      *     EMPLOYEE'S LOADED RATE - WAGES PLUS EMPLOYER TAXES PER
      *     HOUR FROM THEIR LATEST PAY RUN (LABRATE.DAT, FROM
      *     PAYRPTRB).  AN EMPLOYEE WITH NO RATE YET IS COSTED AT THE
      *     DEFAULT RATE ON THE CONTROL RECORD AND COUNTED;
      *   - OVERHEAD - THE CONTROL RECORD'S RATE PER SQUARE FOOT.
      * REVENUE IS THE LINE PRICE CONVERTED TO USD.  MARGIN PRINTS BY
      * ORDER, THEN BY CUSTOMER, SHAPE TYPE AND SALESPERSON.  AN
      * ORDER'S MATERIAL AND LABOR ARE SPREAD OVER ITS LINES BY AREA
      * FOR THE SHAPE TYPE AND SALESPERSON TOTALS.  LOTS AND TIME
      * CHARGED TO ORDERS NOT YET CUT ARE WORK IN PROCESS - COUNTED,
      * NOT COSTED.  JOBCOST.DAT HOLDS THE OVERHEAD RATE AND DEFAULT
      * LABOR RATE; WITHOUT IT THE BUILT-IN RATES BELOW STAND.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SHAPE-FILE-IN ASSIGN DYNAMIC
                 WS-SHAPE-FILE-IN-PATH
             organization is line sequential
             file status is WS-SHAPE-FILE-IN-STATUS.
           SELECT PRODUCT-FILE ASSIGN DYNAMIC
                 WS-PRODUCT-FILE-PATH
             organization is line sequential
             file status is WS-PRODUCT-FILE-STATUS.
           SELECT LOT-TRACE-FILE ASSIGN DYNAMIC
                 WS-LOT-TRACE-PATH
             organization is line sequential
             file status is WS-LOT-TRACE-STATUS.
           SELECT JOB-TIME-FILE ASSIGN DYNAMIC
                 WS-JOB-TIME-PATH
             organization is line sequential
             file status is WS-JOB-TIME-STATUS.
           SELECT LABOR-RATE-FILE ASSIGN DYNAMIC
                 WS-LABOR-RATE-PATH
             organization is line sequential
             file status is WS-LABOR-RATE-STATUS.
           SELECT JOB-COST-CONTROL-FILE ASSIGN DYNAMIC
                 WS-JOB-COST-CONTROL-PATH
             organization is line sequential
             file status is WS-JOB-COST-CONTROL-STATUS.
           SELECT PROFIT-REPORT
             ASSIGN DYNAMIC WS-PROFIT-REPORT-PATH
             organization is LINE sequential
             file status is WS-PROFIT-REPORT-STATUS.
           SELECT AUDIT-TRAIL-FILE ASSIGN DYNAMIC
                 WS-AUDIT-TRAIL-PATH
             organization is line sequential
             file status is WS-AUDIT-TRAIL-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  SHAPE-FILE-IN
           RECORDING MODE IS F
           DATA RECORD IS SHAPE-REC-IN.
      * THE SHAPE RUN'S CALCULATED OUTPUT RECORD.  THE RULER LINES
      * THAT BRACKET IT FAIL THE NUMERIC TESTS AND FALL OUT.
       01 SHAPE-REC-IN.
           05  SHP-SHAPE-TYPE           PIC X(10).
           05  SHP-SIZE-1               PIC 9(03).
           05  SHP-SIZE-2               PIC 9(03).
           05  SHP-SQ-FT-PRICE          PIC 9(03)V99.
           05  SHP-CUST-NUMBER          PIC X(06).
           05  SHP-CURRENCY-CODE        PIC X(03).
           05  SHP-ORDER-NUMBER         PIC X(06).
           05  SHP-ORDER-DATE           PIC X(08).
           05  SHP-PROMISED-DATE        PIC X(08).
           05  SHP-ORDER-STATUS         PIC X(01).
               88 SHP-ORDER-IS-CUT         VALUE "K".
               88 SHP-ORDER-IS-SHIPPED     VALUE "S".
           05  SHP-SALES-ID             PIC X(03).
           05  SHP-MATERIAL             PIC X(05).
      * SALES SPLIT SHARES - NOT USED HERE.
           05  FILLER                   PIC X(15).
           05  SHP-LINE-NUMBER          PIC X(02).
      * SHIP-TO CODE - NOT USED HERE.
           05  FILLER                   PIC X(03).
           05  SHP-AREA-OUT             PIC 9(06)V99.
           05  SHP-PERIMETER-OUT        PIC 9(04).
           05  SHP-PRICE-OUT            PIC 9(06)V99.

       FD  PRODUCT-FILE
           RECORDING MODE IS F
           DATA RECORD IS PRODUCT-FILE-RECORD.
      * SAME LAYOUT LOOKUP AND THE SHAPE RUN USE.
       01 PRODUCT-FILE-RECORD.
           05  PRD-ID                   PIC X(05).
           05  PRD-NAME                 PIC X(10).
           05  PRD-PRICE                PIC 9(03)V99.
           05  PRD-STOCK-QTY            PIC 9(05).
           05  PRD-REORDER-PT           PIC 9(05).
           05  PRD-UNIT-COST            PIC 9(03)V99.
           05  PRD-ALLOC-QTY            PIC 9(05).
           05  PRD-AVAIL-QTY            PIC 9(05).

       FD  LOT-TRACE-FILE
           RECORDING MODE IS F
           DATA RECORD IS LOT-TRACE-RECORD.
       01 LOT-TRACE-RECORD.
           05  LTR-RUN-DATE             PIC X(08).
           05  LTR-ORDER-NUMBER         PIC X(06).
           05  LTR-PRODUCT-ID           PIC X(05).
           05  LTR-LOT-NUMBER           PIC X(06).
           05  LTR-QTY                  PIC 9(05).

      * TIMCLKRB'S PAID MINUTES CHARGED TO AN ORDER.
       FD  JOB-TIME-FILE
           RECORDING MODE IS F
           DATA RECORD IS JOB-TIME-RECORD.
       01 JOB-TIME-RECORD.
           05  JBT-EMP-NUMBER           PIC X(06).
           05  JBT-ORDER-NUMBER         PIC X(06).
           05  JBT-WORK-DATE            PIC 9(08).
           05  JBT-MINUTES              PIC 9(05).

      * PAYRPTRB'S LOADED RATE, ONE LINE PER EMPLOYEE PER PAY RUN.
       FD  LABOR-RATE-FILE
           RECORDING MODE IS F
           DATA RECORD IS LABOR-RATE-RECORD.
       01 LABOR-RATE-RECORD.
           05  LBR-RUN-DATE             PIC X(08).
           05  LBR-EMP-NUMBER           PIC X(06).
           05  LBR-PAID-HOURS           PIC 9(03)V99.
           05  LBR-GROSS                PIC 9(05)V99.
           05  LBR-ER-COST              PIC 9(05)V99.
           05  LBR-LOADED-RATE          PIC 9(03)V99.

       FD  JOB-COST-CONTROL-FILE
           RECORDING MODE IS F
           DATA RECORD IS JOB-COST-CONTROL-RECORD.
       01 JOB-COST-CONTROL-RECORD.
           05  CTL-OVERHEAD-RATE        PIC 9(03)V99.
           05  CTL-DEFAULT-LABOR-RATE   PIC 9(03)V99.

       FD  PROFIT-REPORT
           RECORDING MODE IS F
           DATA RECORD IS PROFIT-REPORT-RECORD.
       01 PROFIT-REPORT-RECORD           PIC X(133).

       FD  AUDIT-TRAIL-FILE
           RECORDING MODE IS F
           DATA RECORD IS AUDIT-TRAIL-RECORD.
       01 AUDIT-TRAIL-RECORD             PIC X(89).

       WORKING-STORAGE SECTION.
      * FILE PATHS - DEFAULT TO THE PATHS BELOW, BUT CAN BE OVERRIDDEN
      * AT RUN TIME BY SETTING THE MATCHING ENVIRONMENT VARIABLE
      * BEFORE STARTING THE PROGRAM (SEE 0500-GET-FILE-PATHS):
        01 WS-FILE-PATHS.
           05 WS-SHAPE-FILE-IN-PATH     PIC X(80)
                VALUE "C:\Users\Ryan\Desktop\MATHSHPSOUT.dat".
           05 WS-PRODUCT-FILE-PATH      PIC X(80)
                VALUE "C:\Users\Ryan\Desktop\PRODUCTLOOKUP.DAT".
           05 WS-LOT-TRACE-PATH         PIC X(80)
                VALUE "C:\Users\Ryan\Desktop\LOTTRACE.DAT".
           05 WS-JOB-TIME-PATH          PIC X(80)
                VALUE "C:\Users\Ryan\Desktop\JOBTIME.DAT".
           05 WS-LABOR-RATE-PATH        PIC X(80)
                VALUE "C:\Users\Ryan\Desktop\LABRATE.DAT".
           05 WS-JOB-COST-CONTROL-PATH  PIC X(80)
                VALUE "C:\Users\Ryan\Desktop\JOBCOST.DAT".
           05 WS-PROFIT-REPORT-PATH     PIC X(80)
                VALUE "C:\Users\Ryan\Desktop\JOBCOST.rpt".
           05 WS-AUDIT-TRAIL-PATH       PIC X(80)
                VALUE "C:\Users\Ryan\Desktop\OPS-AUDIT-TRAIL.LOG".
           05 WS-ENV-PATH-OVERRIDE      PIC X(80).

      * File status
        COPY "FILESTAT.cpy" REPLACING
            ==STATUS-FIELD==   BY ==WS-SHAPE-FILE-IN-STATUS==
            ==STATUS-OK==      BY ==SHAPE-FILE-IN-SUCCESSFUL==
            ==STATUS-EOF==     BY ==END-OF-SHAPE-FILE==
            ==STATUS-INVALID== BY ==INVALID-VALUE-IN-FILE==.
        01 WS-PRODUCT-FILE-STATUS       pic X(02).
           88 PRODUCT-FILE-OK              VALUE "00".
           88 END-OF-PRODUCT-FILE          VALUE "10".
        01 WS-LOT-TRACE-STATUS          pic X(02).
           88 LOT-TRACE-OK                 VALUE "00".
           88 END-OF-LOT-TRACE             VALUE "10".
        01 WS-JOB-TIME-STATUS           pic X(02).
           88 JOB-TIME-OK                  VALUE "00".
           88 END-OF-JOB-TIME              VALUE "10".
        01 WS-LABOR-RATE-STATUS         pic X(02).
           88 LABOR-RATE-OK                VALUE "00".
           88 END-OF-LABOR-RATE            VALUE "10".
        01 WS-JOB-COST-CONTROL-STATUS   pic X(02).
           88 JOB-COST-CONTROL-FOUND       VALUE "00".
        01 WS-PROFIT-REPORT-STATUS      pic X(02).
           88 GOOD-PROFIT-REPORT           VALUE "00".
        01 WS-AUDIT-TRAIL-STATUS        pic X(02).
           88 GOOD-AUDIT-TRAIL-WRITE       VALUE "00".

      * RATES - OVERRIDDEN FROM THE CONTROL RECORD WHEN IT IS THERE
        01 WS-OVERHEAD-RATE             PIC 9(03)V99 VALUE 2.50.
        01 WS-DEFAULT-LABOR-RATE        PIC 9(03)V99 VALUE 20.00.

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
        01 WS-LINE-USD                  PIC 9(07)V99 VALUE 0.

      * PRODUCT UNIT COSTS
        01 WS-PRD-COUNT                 PIC 9(03) VALUE 0.
        01 WS-PRD-SUB                   PIC 9(03) VALUE 0.
        01 WS-PRODUCT-TABLE.
           05 PRD-TABLE-ENTRY OCCURS 500 TIMES.
              10 TABLE-PRD-ID           PIC X(05).
              10 TABLE-PRD-UNIT-COST    PIC 9(03)V99.

      * EACH EMPLOYEE'S LATEST LOADED RATE
        01 WS-LBR-COUNT                 PIC 9(04) VALUE 0.
        01 WS-LBR-SUB                   PIC 9(04) VALUE 0.
        01 WS-LABOR-RATE-TABLE.
           05 LBR-TABLE-ENTRY OCCURS 2000 TIMES.
              10 TABLE-LBR-EMP          PIC X(06).
              10 TABLE-LBR-DATE         PIC X(08).
              10 TABLE-LBR-RATE         PIC 9(03)V99.
        01 WS-CHARGE-RATE               PIC 9(03)V99 VALUE 0.

      * ORDERS BEING COSTED, KEPT IN ORDER-NUMBER ORDER AS BUILT
        01 WS-ORD-COUNT                 PIC 9(04) VALUE 0.
        01 WS-ORD-SUB                   PIC 9(04) VALUE 0.
        01 WS-ORD-SHIFT                 PIC 9(04) VALUE 0.
        01 WS-LOOKUP-ORDER              PIC X(06) VALUE SPACES.
        01 WS-ORDER-TABLE.
           05 ORD-TABLE-ENTRY OCCURS 2000 TIMES.
              10 TABLE-ORD-NUMBER       PIC X(06).
              10 TABLE-ORD-CUST         PIC X(06).
              10 TABLE-ORD-SHAPE        PIC X(10).
              10 TABLE-ORD-SALES        PIC X(03).
              10 TABLE-ORD-AREA         PIC 9(07)V99.
              10 TABLE-ORD-REVENUE      PIC 9(08)V99.
              10 TABLE-ORD-MATERIAL     PIC 9(07)V99.
              10 TABLE-ORD-MINUTES      PIC 9(07).
              10 TABLE-ORD-LABOR        PIC 9(07)V99.

      * THE COSTED LINES, FOR SPREADING EACH ORDER'S COST BY AREA
        01 WS-LIN-COUNT                 PIC 9(04) VALUE 0.
        01 WS-LIN-SUB                   PIC 9(04) VALUE 0.
        01 WS-LINE-TABLE.
           05 LIN-TABLE-ENTRY OCCURS 5000 TIMES.
              10 TABLE-LIN-ORDER        PIC X(06).
              10 TABLE-LIN-SHAPE        PIC X(10).
              10 TABLE-LIN-SALES        PIC X(03).
              10 TABLE-LIN-AREA         PIC 9(06)V99.
              10 TABLE-LIN-REVENUE      PIC 9(07)V99.

      * CUSTOMER (C), SHAPE TYPE (T) AND SALESPERSON (P) TOTALS IN
      * ONE TABLE, KEPT IN TYPE-THEN-KEY ORDER AS BUILT.
        01 WS-GRP-COUNT                 PIC 9(04) VALUE 0.
        01 WS-GRP-SUB                   PIC 9(04) VALUE 0.
        01 WS-GRP-SHIFT                 PIC 9(04) VALUE 0.
        01 WS-GRP-SEARCH.
           05 WS-GRP-SEARCH-TYPE        PIC X(01).
           05 WS-GRP-SEARCH-KEY         PIC X(10).
        01 WS-GROUP-TABLE.
           05 GRP-TABLE-ENTRY OCCURS 1500 TIMES.
              10 TABLE-GRP-ID.
                 15 TABLE-GRP-TYPE      PIC X(01).
                 15 TABLE-GRP-KEY       PIC X(10).
              10 TABLE-GRP-COUNT        PIC 9(05).
              10 TABLE-GRP-AREA         PIC 9(08)V99.
              10 TABLE-GRP-REVENUE      PIC 9(09)V99.
              10 TABLE-GRP-MATERIAL     PIC 9(08)V99.
              10 TABLE-GRP-LABOR        PIC 9(08)V99.
              10 TABLE-GRP-OVERHEAD     PIC 9(08)V99.

      * ONE ROW'S FIGURES, FROM WHICHEVER TABLE IS PRINTING OR ADDING
        01 WS-ROW-COUNT                 PIC 9(05) VALUE 0.
        01 WS-ROW-AREA                  PIC 9(08)V99 VALUE 0.
        01 WS-ROW-REVENUE               PIC 9(09)V99 VALUE 0.
        01 WS-ROW-MATERIAL              PIC 9(08)V99 VALUE 0.
        01 WS-ROW-LABOR                 PIC 9(08)V99 VALUE 0.
        01 WS-ROW-OVERHEAD              PIC 9(08)V99 VALUE 0.
        01 WS-ROW-COST                  PIC 9(09)V99 VALUE 0.
        01 WS-ROW-MARGIN                PIC S9(09)V99 VALUE 0.
        01 WS-ROW-MARGIN-PCT            PIC S9(05)V9 VALUE 0.
        01 WS-AREA-SHARE                PIC 9V9(06) VALUE 0.

      * GRAND TOTALS AND COUNTS
        01 WS-TOT-AREA                  PIC 9(08)V99 VALUE 0.
        01 WS-TOT-REVENUE               PIC 9(09)V99 VALUE 0.
        01 WS-TOT-MATERIAL              PIC 9(08)V99 VALUE 0.
        01 WS-TOT-MINUTES               PIC 9(08) VALUE 0.
        01 WS-TOT-LABOR                 PIC 9(08)V99 VALUE 0.
        01 WS-TOT-OVERHEAD              PIC 9(08)V99 VALUE 0.
        01 WS-RECORDS-READ              PIC 9(07) VALUE 0.
        01 WS-LINES-COSTED              PIC 9(07) VALUE 0.
        01 WS-LINES-OVERFLOWED          PIC 9(05) VALUE 0.
        01 WS-GROUPS-OVERFLOWED         PIC 9(05) VALUE 0.
        01 WS-WIP-LOT-LINES             PIC 9(05) VALUE 0.
        01 WS-WIP-TIME-LINES            PIC 9(05) VALUE 0.
        01 WS-UNCOSTED-LOT-LINES        PIC 9(05) VALUE 0.
        01 WS-DEFAULT-RATE-LINES        PIC 9(05) VALUE 0.
        01 WS-RUN-DATE                  PIC X(08).
        01 WS-RUN-TIME                  PIC 9(08) VALUE 0.
        01 WS-AUDIT-MARGIN              PIC -(9)9.99.
        COPY "AUDITTRL.cpy".

       01  PAGE-HDG-01.
           05 PAGE-HDG-01-CC         PIC X(01) VALUE SPACE.
           05 FILLER                 PIC X(46) VALUE SPACES.
           05 FILLER                 PIC X(33)
              VALUE "JOB COST AND PROFITABILITY REPORT".
           05 FILLER                 PIC X(25) VALUE SPACES.
           05 FILLER                 PIC X(06) VALUE "PAGE: ".
           05 PAGE-HDG-01-PAGE       PIC ZZ9.
       01  PAGE-HDG-02.
           05 PAGE-HDG-02-CC         PIC X(01) VALUE SPACE.
           05 FILLER                 PIC X(30) VALUE SPACES.
           05 FILLER                 PIC X(21)
              VALUE "OVERHEAD PER SQ FT: ".
           05 PAGE-HDG-02-OVERHEAD   PIC ZZ9.99.
           05 FILLER                 PIC X(04) VALUE SPACES.
           05 FILLER                 PIC X(20)
              VALUE "DEFAULT LABOR RATE: ".
           05 PAGE-HDG-02-LABOR      PIC ZZ9.99.
           05 FILLER                 PIC X(04) VALUE SPACES.
           05 FILLER                 PIC X(10) VALUE "RUN DATE: ".
           05 PAGE-HDG-02-DATE       PIC XX/XX/XXXX.
       01  SECTION-HDG-LINE.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 SECTION-HDG-TITLE      PIC X(40).
       01  ORDER-HDG-LINE.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 FILLER                 PIC X(08) VALUE "ORDER".
           05 FILLER                 PIC X(08) VALUE "CUST".
           05 FILLER                 PIC X(11) VALUE "SHAPE".
           05 FILLER                 PIC X(04) VALUE "SLS".
           05 FILLER                 PIC X(10) VALUE "    SQ FT".
           05 FILLER                 PIC X(13) VALUE "      REVENUE".
           05 FILLER                 PIC X(11) VALUE "   MATERIAL".
           05 FILLER                 PIC X(09) VALUE "    HOURS".
           05 FILLER                 PIC X(11) VALUE "      LABOR".
           05 FILLER                 PIC X(11) VALUE "   OVERHEAD".
           05 FILLER                 PIC X(13) VALUE "   TOTAL COST".
           05 FILLER                 PIC X(14) VALUE "        MARGIN".
           05 FILLER                 PIC X(06) VALUE "  MGN%".
       01  ORDER-DETAIL-LINE.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 ORD-DTL-ORDER          PIC X(06).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 ORD-DTL-CUST           PIC X(06).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 ORD-DTL-SHAPE          PIC X(10).
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 ORD-DTL-SALES          PIC X(03).
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 ORD-DTL-AREA           PIC ZZ,ZZ9.99.
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 ORD-DTL-REVENUE        PIC Z,ZZZ,ZZ9.99.
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 ORD-DTL-MATERIAL       PIC ZZZ,ZZ9.99.
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 ORD-DTL-HOURS          PIC ZZ,ZZ9.9.
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 ORD-DTL-LABOR          PIC ZZZ,ZZ9.99.
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 ORD-DTL-OVERHEAD       PIC ZZZ,ZZ9.99.
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 ORD-DTL-COST           PIC Z,ZZZ,ZZ9.99.
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 ORD-DTL-MARGIN         PIC -,---,--9.99.
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 ORD-DTL-MARGIN-PCT     PIC ---9.9.
       01  GROUP-HDG-LINE.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 GROUP-HDG-KEY          PIC X(12).
           05 GROUP-HDG-COUNT        PIC X(06).
           05 FILLER                 PIC X(13) VALUE "        SQ FT".
           05 FILLER                 PIC X(14) VALUE "       REVENUE".
           05 FILLER                 PIC X(13) VALUE "     MATERIAL".
           05 FILLER                 PIC X(13) VALUE "        LABOR".
           05 FILLER                 PIC X(13) VALUE "     OVERHEAD".
           05 FILLER                 PIC X(14) VALUE "    TOTAL COST".
           05 FILLER                 PIC X(14) VALUE "        MARGIN".
           05 FILLER                 PIC X(07) VALUE "   MGN%".
       01  GROUP-DETAIL-LINE.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 GRP-DTL-KEY            PIC X(10).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 GRP-DTL-COUNT          PIC ZZ,ZZ9.
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 GRP-DTL-AREA           PIC Z,ZZZ,ZZ9.99.
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 GRP-DTL-REVENUE        PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 GRP-DTL-MATERIAL       PIC Z,ZZZ,ZZ9.99.
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 GRP-DTL-LABOR          PIC Z,ZZZ,ZZ9.99.
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 GRP-DTL-OVERHEAD       PIC Z,ZZZ,ZZ9.99.
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 GRP-DTL-COST           PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 GRP-DTL-MARGIN         PIC --,---,--9.99.
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 GRP-DTL-MARGIN-PCT     PIC ---9.9.
       01  NO-ORDERS-LINE.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 FILLER                 PIC X(40)
              VALUE "NO CUT OR SHIPPED ORDERS TO COST".
       01  EXCEPTION-COUNT-LINE.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 EXC-COUNT              PIC ZZ,ZZ9.
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 EXC-TEXT               PIC X(70).

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

           DISPLAY "JOBCSTRB FOR RYAN BROOKS".

           PERFORM 1000-INITIALIZE.
           PERFORM 2000-READ-SHAPE-FILE.

           perform until END-OF-SHAPE-FILE
              perform 3000-TAKE-SHAPE-LINE
              perform 2000-READ-SHAPE-FILE
           END-PERFORM.

           PERFORM 4000-COST-MATERIAL.
           PERFORM 4500-COST-LABOR.

           IF WS-ORD-COUNT = 0
              WRITE PROFIT-REPORT-RECORD FROM NO-ORDERS-LINE
                AFTER ADVANCING 02 LINES
           ELSE
              PERFORM 5000-PRINT-BY-ORDER
              PERFORM 6000-SPREAD-TO-GROUPS
              MOVE "C" TO WS-GRP-SEARCH-TYPE
              MOVE "MARGIN BY CUSTOMER" TO SECTION-HDG-TITLE
              MOVE "CUSTOMER"    TO GROUP-HDG-KEY
              MOVE "ORDERS"      TO GROUP-HDG-COUNT
              PERFORM 7000-PRINT-GROUP-SECTION
              MOVE "T" TO WS-GRP-SEARCH-TYPE
              MOVE "MARGIN BY SHAPE TYPE" TO SECTION-HDG-TITLE
              MOVE "SHAPE TYPE"  TO GROUP-HDG-KEY
              MOVE " LINES"      TO GROUP-HDG-COUNT
              PERFORM 7000-PRINT-GROUP-SECTION
              MOVE "P" TO WS-GRP-SEARCH-TYPE
              MOVE "MARGIN BY SALESPERSON" TO SECTION-HDG-TITLE
              MOVE "SALESPERSON" TO GROUP-HDG-KEY
              MOVE " LINES"      TO GROUP-HDG-COUNT
              PERFORM 7000-PRINT-GROUP-SECTION
           END-IF.
           PERFORM 7800-PRINT-EXCEPTION-COUNTS.
           write PROFIT-REPORT-RECORD from WS-REPORT-RULER
             after advancing 02 LINES.

           display "SHAPE LINES READ:            " WS-RECORDS-READ.
           display "LINES COSTED:                " WS-LINES-COSTED.
           display "ORDERS COSTED:               " WS-ORD-COUNT.
           display "LABOR AT DEFAULT RATE:       "
               WS-DEFAULT-RATE-LINES.

           PERFORM 9900-WRITE-AUDIT-RECORD.

           close SHAPE-FILE-IN
                 PROFIT-REPORT
                 AUDIT-TRAIL-FILE.

           GOBACK.

       0500-GET-FILE-PATHS.
      * OVERRIDE THE DEFAULT FILE PATHS IF THE MATCHING ENVIRONMENT
      * VARIABLE HAS BEEN SET:
           ACCEPT WS-ENV-PATH-OVERRIDE FROM ENVIRONMENT
                  "JOBCSTRB-SHAPE-FILE-IN".
           IF WS-ENV-PATH-OVERRIDE NOT = SPACES
              MOVE WS-ENV-PATH-OVERRIDE TO WS-SHAPE-FILE-IN-PATH
           END-IF.
           ACCEPT WS-ENV-PATH-OVERRIDE FROM ENVIRONMENT
                  "JOBCSTRB-PRODUCT-FILE".
           IF WS-ENV-PATH-OVERRIDE NOT = SPACES
              MOVE WS-ENV-PATH-OVERRIDE TO WS-PRODUCT-FILE-PATH
           END-IF.
           ACCEPT WS-ENV-PATH-OVERRIDE FROM ENVIRONMENT
                  "JOBCSTRB-LOT-TRACE-FILE".
           IF WS-ENV-PATH-OVERRIDE NOT = SPACES
              MOVE WS-ENV-PATH-OVERRIDE TO WS-LOT-TRACE-PATH
           END-IF.
           ACCEPT WS-ENV-PATH-OVERRIDE FROM ENVIRONMENT
                  "JOBCSTRB-JOB-TIME".
           IF WS-ENV-PATH-OVERRIDE NOT = SPACES
              MOVE WS-ENV-PATH-OVERRIDE TO WS-JOB-TIME-PATH
           END-IF.
           ACCEPT WS-ENV-PATH-OVERRIDE FROM ENVIRONMENT
                  "JOBCSTRB-LABOR-RATE-FILE".
           IF WS-ENV-PATH-OVERRIDE NOT = SPACES
              MOVE WS-ENV-PATH-OVERRIDE TO WS-LABOR-RATE-PATH
           END-IF.
           ACCEPT WS-ENV-PATH-OVERRIDE FROM ENVIRONMENT
                  "JOBCSTRB-JOB-COST-CONTROL".
           IF WS-ENV-PATH-OVERRIDE NOT = SPACES
              MOVE WS-ENV-PATH-OVERRIDE TO WS-JOB-COST-CONTROL-PATH
           END-IF.
           ACCEPT WS-ENV-PATH-OVERRIDE FROM ENVIRONMENT
                  "JOBCSTRB-PROFIT-REPORT".
           IF WS-ENV-PATH-OVERRIDE NOT = SPACES
              MOVE WS-ENV-PATH-OVERRIDE TO WS-PROFIT-REPORT-PATH
           END-IF.
           ACCEPT WS-ENV-PATH-OVERRIDE FROM ENVIRONMENT
                  "JOBCSTRB-AUDIT-TRAIL-FILE".
           IF WS-ENV-PATH-OVERRIDE NOT = SPACES
              MOVE WS-ENV-PATH-OVERRIDE TO WS-AUDIT-TRAIL-PATH
           END-IF.

       1000-INITIALIZE.
           PERFORM 0500-GET-FILE-PATHS.
           ACCEPT WS-RUN-DATE FROM DATE.
           MOVE   WS-RUN-DATE TO PAGE-HDG-02-DATE.
           PERFORM 1600-LOAD-CONTROL-RATES.
           MOVE WS-OVERHEAD-RATE      TO PAGE-HDG-02-OVERHEAD.
           MOVE WS-DEFAULT-LABOR-RATE TO PAGE-HDG-02-LABOR.
           PERFORM 1700-LOAD-PRODUCT-COSTS.
           PERFORM 1800-LOAD-LABOR-RATES.
           OPEN INPUT SHAPE-FILE-IN.
           IF NOT SHAPE-FILE-IN-SUCCESSFUL
              DISPLAY "JOBCSTRB: NO SHAPE OUTPUT FILE AT "
                  WS-SHAPE-FILE-IN-PATH " STATUS = "
                  WS-SHAPE-FILE-IN-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN OUTPUT PROFIT-REPORT.
           OPEN EXTEND AUDIT-TRAIL-FILE.
           IF NOT GOOD-AUDIT-TRAIL-WRITE
              CLOSE AUDIT-TRAIL-FILE
              OPEN OUTPUT AUDIT-TRAIL-FILE
           END-IF.
           PERFORM 8000-WRITE-HEADINGS.

       1600-LOAD-CONTROL-RATES.
      * A MISSING CONTROL FILE, OR A ZERO OR UNREADABLE RATE ON IT,
      * LEAVES THE BUILT-IN RATE STANDING.
           OPEN INPUT JOB-COST-CONTROL-FILE.
           IF JOB-COST-CONTROL-FOUND
              READ JOB-COST-CONTROL-FILE
                 AT END
                    CONTINUE
                 NOT AT END
                    IF CTL-OVERHEAD-RATE IS NUMERIC
                       AND CTL-OVERHEAD-RATE > 0
                       MOVE CTL-OVERHEAD-RATE TO WS-OVERHEAD-RATE
                    END-IF
                    IF CTL-DEFAULT-LABOR-RATE IS NUMERIC
                       AND CTL-DEFAULT-LABOR-RATE > 0
                       MOVE CTL-DEFAULT-LABOR-RATE TO
                            WS-DEFAULT-LABOR-RATE
                    END-IF
              END-READ
              CLOSE JOB-COST-CONTROL-FILE
           END-IF.

       1700-LOAD-PRODUCT-COSTS.
      * WITHOUT THE PRODUCT FILE NO LOT CAN BE COSTED - EVERY LOT LINE
      * IS COUNTED AS UNCOSTED BELOW.
           OPEN INPUT PRODUCT-FILE.
           IF PRODUCT-FILE-OK
              PERFORM UNTIL END-OF-PRODUCT-FILE
                 READ PRODUCT-FILE
                    AT END
                       SET END-OF-PRODUCT-FILE TO TRUE
                    NOT AT END
                       IF WS-PRD-COUNT < 500
                          AND PRD-UNIT-COST IS NUMERIC
                          ADD 1 TO WS-PRD-COUNT
                          MOVE PRD-ID TO TABLE-PRD-ID (WS-PRD-COUNT)
                          MOVE PRD-UNIT-COST TO
                               TABLE-PRD-UNIT-COST (WS-PRD-COUNT)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE PRODUCT-FILE
           ELSE
              DISPLAY "JOBCSTRB: NO PRODUCT FILE AT "
                  WS-PRODUCT-FILE-PATH " - MATERIAL NOT COSTED"
           END-IF.

       1800-LOAD-LABOR-RATES.
      * ONE ROW PER EMPLOYEE, HOLDING THE RATE FROM THE LATEST PAY
      * RUN THAT HAD HOURS.  A PAY LINE WITH NO HOURS CARRIES NO RATE
      * AND IS PASSED OVER.
           OPEN INPUT LABOR-RATE-FILE.
           IF LABOR-RATE-OK
              PERFORM UNTIL END-OF-LABOR-RATE
                 READ LABOR-RATE-FILE
                    AT END
                       SET END-OF-LABOR-RATE TO TRUE
                    NOT AT END
                       IF LBR-LOADED-RATE IS NUMERIC
                          AND LBR-LOADED-RATE > 0
                          PERFORM 1850-KEEP-LATEST-RATE
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE LABOR-RATE-FILE
           END-IF.

       1850-KEEP-LATEST-RATE.
           PERFORM VARYING WS-LBR-SUB FROM 1 BY 1
              UNTIL WS-LBR-SUB > WS-LBR-COUNT
                 OR TABLE-LBR-EMP (WS-LBR-SUB) = LBR-EMP-NUMBER
           END-PERFORM.
           IF WS-LBR-SUB > WS-LBR-COUNT
              IF WS-LBR-COUNT < 2000
                 ADD 1 TO WS-LBR-COUNT
                 MOVE LBR-EMP-NUMBER  TO TABLE-LBR-EMP (WS-LBR-SUB)
                 MOVE LBR-RUN-DATE    TO TABLE-LBR-DATE (WS-LBR-SUB)
                 MOVE LBR-LOADED-RATE TO TABLE-LBR-RATE (WS-LBR-SUB)
              END-IF
           ELSE
              IF LBR-RUN-DATE NOT < TABLE-LBR-DATE (WS-LBR-SUB)
                 MOVE LBR-RUN-DATE    TO TABLE-LBR-DATE (WS-LBR-SUB)
                 MOVE LBR-LOADED-RATE TO TABLE-LBR-RATE (WS-LBR-SUB)
              END-IF
           END-IF.

       2000-READ-SHAPE-FILE.
           READ SHAPE-FILE-IN
                AT END
                   DISPLAY "END OF SHAPE OUTPUT FILE"
                NOT AT END
                   ADD 1 TO WS-RECORDS-READ.

       3000-TAKE-SHAPE-LINE.
      * ONLY LINES CUT OR SHIPPED, AND ONLY ROWS THAT READ CLEANLY.
           IF (SHP-ORDER-IS-CUT OR SHP-ORDER-IS-SHIPPED)
              AND SHP-AREA-OUT IS NUMERIC
              AND SHP-PRICE-OUT IS NUMERIC
              AND SHP-ORDER-NUMBER NOT = SPACES
              PERFORM 3100-CONVERT-TO-USD
              PERFORM 3200-FIND-ORDER
              IF WS-ORD-SUB = 0 OR WS-LIN-COUNT = 5000
                 ADD 1 TO WS-LINES-OVERFLOWED
              ELSE
                 ADD 1 TO WS-LINES-COSTED
                 ADD SHP-AREA-OUT TO TABLE-ORD-AREA (WS-ORD-SUB)
                 ADD WS-LINE-USD  TO TABLE-ORD-REVENUE (WS-ORD-SUB)
                 IF TABLE-ORD-SHAPE (WS-ORD-SUB) NOT = SHP-SHAPE-TYPE
                    MOVE "MIXED" TO TABLE-ORD-SHAPE (WS-ORD-SUB)
                 END-IF
                 ADD 1 TO WS-LIN-COUNT
                 MOVE SHP-ORDER-NUMBER TO
                      TABLE-LIN-ORDER (WS-LIN-COUNT)
                 MOVE SHP-SHAPE-TYPE TO TABLE-LIN-SHAPE (WS-LIN-COUNT)
                 MOVE SHP-SALES-ID   TO TABLE-LIN-SALES (WS-LIN-COUNT)
                 MOVE SHP-AREA-OUT   TO TABLE-LIN-AREA (WS-LIN-COUNT)
                 MOVE WS-LINE-USD    TO
                      TABLE-LIN-REVENUE (WS-LIN-COUNT)
              END-IF
           END-IF.

       3100-CONVERT-TO-USD.
      * AN UNRECOGNIZED CODE IS TAKEN AS USD, AS THE SHAPE RUN DOES.
           PERFORM VARYING WS-CURRENCY-SUB FROM 1 BY 1
              UNTIL WS-CURRENCY-SUB > WS-CURRENCY-COUNT
                 OR WS-CURRENCY-CODE-KEY (WS-CURRENCY-SUB) =
                    SHP-CURRENCY-CODE
           END-PERFORM.
           IF WS-CURRENCY-SUB > WS-CURRENCY-COUNT
              MOVE SHP-PRICE-OUT TO WS-LINE-USD
           ELSE
              COMPUTE WS-LINE-USD ROUNDED = SHP-PRICE-OUT
                  * WS-CURRENCY-RATE-TO-USD (WS-CURRENCY-SUB)
           END-IF.

       3200-FIND-ORDER.
      * FIND THE ORDER'S ROW, OPENING ONE IN ORDER-NUMBER SEQUENCE
      * FOR ITS FIRST LINE.  A FULL TABLE LEAVES WS-ORD-SUB ZERO.
           PERFORM VARYING WS-ORD-SUB FROM 1 BY 1
              UNTIL WS-ORD-SUB > WS-ORD-COUNT
                 OR TABLE-ORD-NUMBER (WS-ORD-SUB) NOT < SHP-ORDER-NUMBER
           END-PERFORM.
           IF WS-ORD-SUB > WS-ORD-COUNT
              OR TABLE-ORD-NUMBER (WS-ORD-SUB) NOT = SHP-ORDER-NUMBER
              IF WS-ORD-COUNT < 2000
                 PERFORM VARYING WS-ORD-SHIFT FROM WS-ORD-COUNT BY -1
                    UNTIL WS-ORD-SHIFT < WS-ORD-SUB
                    MOVE ORD-TABLE-ENTRY (WS-ORD-SHIFT) TO
                         ORD-TABLE-ENTRY (WS-ORD-SHIFT + 1)
                 END-PERFORM
                 ADD 1 TO WS-ORD-COUNT
                 MOVE SHP-ORDER-NUMBER TO TABLE-ORD-NUMBER (WS-ORD-SUB)
                 MOVE SHP-CUST-NUMBER  TO TABLE-ORD-CUST (WS-ORD-SUB)
                 MOVE SHP-SHAPE-TYPE   TO TABLE-ORD-SHAPE (WS-ORD-SUB)
                 MOVE SHP-SALES-ID     TO TABLE-ORD-SALES (WS-ORD-SUB)
                 MOVE 0 TO TABLE-ORD-AREA (WS-ORD-SUB)
                           TABLE-ORD-REVENUE (WS-ORD-SUB)
                           TABLE-ORD-MATERIAL (WS-ORD-SUB)
                           TABLE-ORD-MINUTES (WS-ORD-SUB)
                           TABLE-ORD-LABOR (WS-ORD-SUB)
              ELSE
                 MOVE 0 TO WS-ORD-SUB
              END-IF
           END-IF.

       3300-LOOK-UP-ORDER.
      * FIND AN ORDER ALREADY IN THE TABLE; NOT THERE LEAVES
      * WS-ORD-SUB PAST THE LAST ROW.
           PERFORM VARYING WS-ORD-SUB FROM 1 BY 1
              UNTIL WS-ORD-SUB > WS-ORD-COUNT
                 OR TABLE-ORD-NUMBER (WS-ORD-SUB) = WS-LOOKUP-ORDER
           END-PERFORM.

       4000-COST-MATERIAL.
      * EVERY LOT THE SHAPE RUN RECORDED AGAINST A COSTED ORDER, AT
      * THE MATERIAL'S UNIT COST.  LOTS FOR ORDERS NOT YET CUT ARE
      * WORK IN PROCESS.
           OPEN INPUT LOT-TRACE-FILE.
           IF LOT-TRACE-OK
              PERFORM UNTIL END-OF-LOT-TRACE
                 READ LOT-TRACE-FILE
                    AT END
                       SET END-OF-LOT-TRACE TO TRUE
                    NOT AT END
                       IF LTR-QTY IS NUMERIC
                          PERFORM 4100-COST-ONE-LOT
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE LOT-TRACE-FILE
           END-IF.

       4100-COST-ONE-LOT.
           MOVE LTR-ORDER-NUMBER TO WS-LOOKUP-ORDER.
           PERFORM 3300-LOOK-UP-ORDER.
           IF WS-ORD-SUB > WS-ORD-COUNT
              ADD 1 TO WS-WIP-LOT-LINES
           ELSE
              PERFORM VARYING WS-PRD-SUB FROM 1 BY 1
                 UNTIL WS-PRD-SUB > WS-PRD-COUNT
                    OR TABLE-PRD-ID (WS-PRD-SUB) = LTR-PRODUCT-ID
              END-PERFORM
              IF WS-PRD-SUB > WS-PRD-COUNT
                 ADD 1 TO WS-UNCOSTED-LOT-LINES
              ELSE
                 COMPUTE TABLE-ORD-MATERIAL (WS-ORD-SUB) =
                     TABLE-ORD-MATERIAL (WS-ORD-SUB)
                     + LTR-QTY * TABLE-PRD-UNIT-COST (WS-PRD-SUB)
              END-IF
           END-IF.

       4500-COST-LABOR.
      * EVERY CHARGE OF PUNCH TIME TO A COSTED ORDER, AT THE
      * EMPLOYEE'S LATEST LOADED RATE.
           OPEN INPUT JOB-TIME-FILE.
           IF JOB-TIME-OK
              PERFORM UNTIL END-OF-JOB-TIME
                 READ JOB-TIME-FILE
                    AT END
                       SET END-OF-JOB-TIME TO TRUE
                    NOT AT END
                       IF JBT-MINUTES IS NUMERIC
                          PERFORM 4600-COST-ONE-CHARGE
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE JOB-TIME-FILE
           END-IF.

       4600-COST-ONE-CHARGE.
           MOVE JBT-ORDER-NUMBER TO WS-LOOKUP-ORDER.
           PERFORM 3300-LOOK-UP-ORDER.
           IF WS-ORD-SUB > WS-ORD-COUNT
              ADD 1 TO WS-WIP-TIME-LINES
           ELSE
              PERFORM VARYING WS-LBR-SUB FROM 1 BY 1
                 UNTIL WS-LBR-SUB > WS-LBR-COUNT
                    OR TABLE-LBR-EMP (WS-LBR-SUB) = JBT-EMP-NUMBER
              END-PERFORM
              IF WS-LBR-SUB > WS-LBR-COUNT
                 MOVE WS-DEFAULT-LABOR-RATE TO WS-CHARGE-RATE
                 ADD 1 TO WS-DEFAULT-RATE-LINES
              ELSE
                 MOVE TABLE-LBR-RATE (WS-LBR-SUB) TO WS-CHARGE-RATE
              END-IF
              ADD JBT-MINUTES TO TABLE-ORD-MINUTES (WS-ORD-SUB)
              COMPUTE TABLE-ORD-LABOR (WS-ORD-SUB) ROUNDED =
                  TABLE-ORD-LABOR (WS-ORD-SUB)
                  + JBT-MINUTES * WS-CHARGE-RATE / 60
           END-IF.

       5000-PRINT-BY-ORDER.
           MOVE "COST AND MARGIN BY ORDER" TO SECTION-HDG-TITLE.
           PERFORM 8100-WRITE-ORDER-HEADING.
           PERFORM VARYING WS-ORD-SUB FROM 1 BY 1
              UNTIL WS-ORD-SUB > WS-ORD-COUNT
              MOVE TABLE-ORD-AREA (WS-ORD-SUB)     TO WS-ROW-AREA
              MOVE TABLE-ORD-REVENUE (WS-ORD-SUB)  TO WS-ROW-REVENUE
              MOVE TABLE-ORD-MATERIAL (WS-ORD-SUB) TO WS-ROW-MATERIAL
              MOVE TABLE-ORD-LABOR (WS-ORD-SUB)    TO WS-ROW-LABOR
              COMPUTE WS-ROW-OVERHEAD ROUNDED =
                  WS-ROW-AREA * WS-OVERHEAD-RATE
              PERFORM 7600-FIGURE-MARGIN
              ADD WS-ROW-AREA     TO WS-TOT-AREA
              ADD WS-ROW-REVENUE  TO WS-TOT-REVENUE
              ADD WS-ROW-MATERIAL TO WS-TOT-MATERIAL
              ADD TABLE-ORD-MINUTES (WS-ORD-SUB) TO WS-TOT-MINUTES
              ADD WS-ROW-LABOR    TO WS-TOT-LABOR
              ADD WS-ROW-OVERHEAD TO WS-TOT-OVERHEAD
              MOVE TABLE-ORD-NUMBER (WS-ORD-SUB) TO ORD-DTL-ORDER
              MOVE TABLE-ORD-CUST (WS-ORD-SUB)   TO ORD-DTL-CUST
              MOVE TABLE-ORD-SHAPE (WS-ORD-SUB)  TO ORD-DTL-SHAPE
              MOVE TABLE-ORD-SALES (WS-ORD-SUB)  TO ORD-DTL-SALES
              COMPUTE ORD-DTL-HOURS ROUNDED =
                  TABLE-ORD-MINUTES (WS-ORD-SUB) / 60
              PERFORM 7700-WRITE-ORDER-LINE
           END-PERFORM.
           write PROFIT-REPORT-RECORD from DETAIL-LINE-LINE
             AFTER ADVANCING 01 LINES.
           ADD 1 TO WS-LINE-COUNT.
           MOVE WS-TOT-AREA     TO WS-ROW-AREA.
           MOVE WS-TOT-REVENUE  TO WS-ROW-REVENUE.
           MOVE WS-TOT-MATERIAL TO WS-ROW-MATERIAL.
           MOVE WS-TOT-LABOR    TO WS-ROW-LABOR.
           MOVE WS-TOT-OVERHEAD TO WS-ROW-OVERHEAD.
           PERFORM 7600-FIGURE-MARGIN.
           MOVE "TOTAL"         TO ORD-DTL-ORDER.
           MOVE SPACES          TO ORD-DTL-CUST
                                   ORD-DTL-SHAPE
                                   ORD-DTL-SALES.
           COMPUTE ORD-DTL-HOURS ROUNDED = WS-TOT-MINUTES / 60.
           PERFORM 7700-WRITE-ORDER-LINE.

       6000-SPREAD-TO-GROUPS.
      * CUSTOMER TOTALS TAKE EACH ORDER WHOLE.  SHAPE TYPE AND
      * SALESPERSON TOTALS ARE BUILT FROM THE LINES, EACH LINE
      * CARRYING ITS AREA'S SHARE OF THE ORDER'S MATERIAL AND LABOR
      * AND ITS OWN AREA'S OVERHEAD.
           PERFORM VARYING WS-ORD-SUB FROM 1 BY 1
              UNTIL WS-ORD-SUB > WS-ORD-COUNT
              MOVE 1 TO WS-ROW-COUNT
              MOVE TABLE-ORD-AREA (WS-ORD-SUB)     TO WS-ROW-AREA
              MOVE TABLE-ORD-REVENUE (WS-ORD-SUB)  TO WS-ROW-REVENUE
              MOVE TABLE-ORD-MATERIAL (WS-ORD-SUB) TO WS-ROW-MATERIAL
              MOVE TABLE-ORD-LABOR (WS-ORD-SUB)    TO WS-ROW-LABOR
              COMPUTE WS-ROW-OVERHEAD ROUNDED =
                  WS-ROW-AREA * WS-OVERHEAD-RATE
              MOVE "C" TO WS-GRP-SEARCH-TYPE
              MOVE TABLE-ORD-CUST (WS-ORD-SUB) TO WS-GRP-SEARCH-KEY
              PERFORM 6200-ADD-TO-GROUP
           END-PERFORM.
           PERFORM VARYING WS-LIN-SUB FROM 1 BY 1
              UNTIL WS-LIN-SUB > WS-LIN-COUNT
              PERFORM 6100-SPREAD-ONE-LINE
           END-PERFORM.

       6100-SPREAD-ONE-LINE.
           MOVE TABLE-LIN-ORDER (WS-LIN-SUB) TO WS-LOOKUP-ORDER.
           PERFORM 3300-LOOK-UP-ORDER.
           IF TABLE-ORD-AREA (WS-ORD-SUB) > 0
              COMPUTE WS-AREA-SHARE ROUNDED =
                  TABLE-LIN-AREA (WS-LIN-SUB)
                  / TABLE-ORD-AREA (WS-ORD-SUB)
           ELSE
              MOVE 0 TO WS-AREA-SHARE
           END-IF.
           MOVE 1 TO WS-ROW-COUNT.
           MOVE TABLE-LIN-AREA (WS-LIN-SUB)    TO WS-ROW-AREA.
           MOVE TABLE-LIN-REVENUE (WS-LIN-SUB) TO WS-ROW-REVENUE.
           COMPUTE WS-ROW-MATERIAL ROUNDED =
               TABLE-ORD-MATERIAL (WS-ORD-SUB) * WS-AREA-SHARE.
           COMPUTE WS-ROW-LABOR ROUNDED =
               TABLE-ORD-LABOR (WS-ORD-SUB) * WS-AREA-SHARE.
           COMPUTE WS-ROW-OVERHEAD ROUNDED =
               WS-ROW-AREA * WS-OVERHEAD-RATE.
           MOVE "T" TO WS-GRP-SEARCH-TYPE.
           MOVE TABLE-LIN-SHAPE (WS-LIN-SUB) TO WS-GRP-SEARCH-KEY.
           PERFORM 6200-ADD-TO-GROUP.
           MOVE "P" TO WS-GRP-SEARCH-TYPE.
           MOVE TABLE-LIN-SALES (WS-LIN-SUB) TO WS-GRP-SEARCH-KEY.
           PERFORM 6200-ADD-TO-GROUP.

       6200-ADD-TO-GROUP.
      * ADD THE ROW FIGURES TO THE GROUP IN WS-GRP-SEARCH, OPENING
      * THE GROUP IN SEQUENCE IF IT IS NEW.  A FULL TABLE COUNTS THE
      * ROW AS NOT BROKEN OUT.
           PERFORM VARYING WS-GRP-SUB FROM 1 BY 1
              UNTIL WS-GRP-SUB > WS-GRP-COUNT
                 OR TABLE-GRP-ID (WS-GRP-SUB) NOT < WS-GRP-SEARCH
           END-PERFORM.
           IF WS-GRP-SUB > WS-GRP-COUNT
              OR TABLE-GRP-ID (WS-GRP-SUB) NOT = WS-GRP-SEARCH
              IF WS-GRP-COUNT < 1500
                 PERFORM VARYING WS-GRP-SHIFT FROM WS-GRP-COUNT BY -1
                    UNTIL WS-GRP-SHIFT < WS-GRP-SUB
                    MOVE GRP-TABLE-ENTRY (WS-GRP-SHIFT) TO
                         GRP-TABLE-ENTRY (WS-GRP-SHIFT + 1)
                 END-PERFORM
                 ADD 1 TO WS-GRP-COUNT
                 MOVE WS-GRP-SEARCH TO TABLE-GRP-ID (WS-GRP-SUB)
                 MOVE 0 TO TABLE-GRP-COUNT (WS-GRP-SUB)
                           TABLE-GRP-AREA (WS-GRP-SUB)
                           TABLE-GRP-REVENUE (WS-GRP-SUB)
                           TABLE-GRP-MATERIAL (WS-GRP-SUB)
                           TABLE-GRP-LABOR (WS-GRP-SUB)
                           TABLE-GRP-OVERHEAD (WS-GRP-SUB)
              ELSE
                 MOVE 0 TO WS-GRP-SUB
              END-IF
           END-IF.
           IF WS-GRP-SUB = 0
              ADD 1 TO WS-GROUPS-OVERFLOWED
           ELSE
              ADD WS-ROW-COUNT    TO TABLE-GRP-COUNT (WS-GRP-SUB)
              ADD WS-ROW-AREA     TO TABLE-GRP-AREA (WS-GRP-SUB)
              ADD WS-ROW-REVENUE  TO TABLE-GRP-REVENUE (WS-GRP-SUB)
              ADD WS-ROW-MATERIAL TO TABLE-GRP-MATERIAL (WS-GRP-SUB)
              ADD WS-ROW-LABOR    TO TABLE-GRP-LABOR (WS-GRP-SUB)
              ADD WS-ROW-OVERHEAD TO TABLE-GRP-OVERHEAD (WS-GRP-SUB)
           END-IF.

       7000-PRINT-GROUP-SECTION.
      * ONE SECTION - EVERY GROUP OF THE TYPE IN WS-GRP-SEARCH-TYPE.
           PERFORM 8200-WRITE-GROUP-HEADING.
           PERFORM VARYING WS-GRP-SUB FROM 1 BY 1
              UNTIL WS-GRP-SUB > WS-GRP-COUNT
              IF TABLE-GRP-TYPE (WS-GRP-SUB) = WS-GRP-SEARCH-TYPE
                 MOVE TABLE-GRP-KEY (WS-GRP-SUB)    TO GRP-DTL-KEY
                 MOVE TABLE-GRP-COUNT (WS-GRP-SUB)  TO GRP-DTL-COUNT
                 MOVE TABLE-GRP-AREA (WS-GRP-SUB)   TO WS-ROW-AREA
                 MOVE TABLE-GRP-REVENUE (WS-GRP-SUB)
                   TO WS-ROW-REVENUE
                 MOVE TABLE-GRP-MATERIAL (WS-GRP-SUB)
                   TO WS-ROW-MATERIAL
                 MOVE TABLE-GRP-LABOR (WS-GRP-SUB)  TO WS-ROW-LABOR
                 MOVE TABLE-GRP-OVERHEAD (WS-GRP-SUB)
                   TO WS-ROW-OVERHEAD
                 PERFORM 7600-FIGURE-MARGIN
                 PERFORM 7750-WRITE-GROUP-LINE
              END-IF
           END-PERFORM.

       7600-FIGURE-MARGIN.
      * MARGIN IS REVENUE LESS ALL THREE COSTS; ITS PERCENT IS OF
      * REVENUE.
           COMPUTE WS-ROW-COST =
               WS-ROW-MATERIAL + WS-ROW-LABOR + WS-ROW-OVERHEAD.
           COMPUTE WS-ROW-MARGIN = WS-ROW-REVENUE - WS-ROW-COST.
           IF WS-ROW-REVENUE > 0
              COMPUTE WS-ROW-MARGIN-PCT ROUNDED =
                  WS-ROW-MARGIN * 100 / WS-ROW-REVENUE
                  ON SIZE ERROR
                     MOVE -9999.9 TO WS-ROW-MARGIN-PCT
              END-COMPUTE
           ELSE
              MOVE 0 TO WS-ROW-MARGIN-PCT
           END-IF.

       7700-WRITE-ORDER-LINE.
           MOVE WS-ROW-AREA       TO ORD-DTL-AREA.
           MOVE WS-ROW-REVENUE    TO ORD-DTL-REVENUE.
           MOVE WS-ROW-MATERIAL   TO ORD-DTL-MATERIAL.
           MOVE WS-ROW-LABOR      TO ORD-DTL-LABOR.
           MOVE WS-ROW-OVERHEAD   TO ORD-DTL-OVERHEAD.
           MOVE WS-ROW-COST       TO ORD-DTL-COST.
           MOVE WS-ROW-MARGIN     TO ORD-DTL-MARGIN.
           MOVE WS-ROW-MARGIN-PCT TO ORD-DTL-MARGIN-PCT.
           add 1 to WS-LINE-COUNT.
           if WS-LINE-COUNT > 50
              PERFORM 8000-WRITE-HEADINGS
              PERFORM 8100-WRITE-ORDER-HEADING
           end-if.
           write PROFIT-REPORT-RECORD from ORDER-DETAIL-LINE
             after advancing 01 lines.

       7750-WRITE-GROUP-LINE.
           MOVE WS-ROW-AREA       TO GRP-DTL-AREA.
           MOVE WS-ROW-REVENUE    TO GRP-DTL-REVENUE.
           MOVE WS-ROW-MATERIAL   TO GRP-DTL-MATERIAL.
           MOVE WS-ROW-LABOR      TO GRP-DTL-LABOR.
           MOVE WS-ROW-OVERHEAD   TO GRP-DTL-OVERHEAD.
           MOVE WS-ROW-COST       TO GRP-DTL-COST.
           MOVE WS-ROW-MARGIN     TO GRP-DTL-MARGIN.
           MOVE WS-ROW-MARGIN-PCT TO GRP-DTL-MARGIN-PCT.
           add 1 to WS-LINE-COUNT.
           if WS-LINE-COUNT > 50
              PERFORM 8000-WRITE-HEADINGS
              PERFORM 8200-WRITE-GROUP-HEADING
           end-if.
           write PROFIT-REPORT-RECORD from GROUP-DETAIL-LINE
             after advancing 01 lines.

       7800-PRINT-EXCEPTION-COUNTS.
      * WHATEVER COULD NOT BE COSTED OR BROKEN OUT, SO THE FIGURES
      * ABOVE ARE READ FOR WHAT THEY ARE.
           IF WS-LINE-COUNT > 44
              PERFORM 8000-WRITE-HEADINGS
           END-IF.
           MOVE WS-WIP-LOT-LINES TO EXC-COUNT.
           MOVE "LOT USAGES ON ORDERS NOT YET CUT (WORK IN PROCESS)"
             TO EXC-TEXT.
           WRITE PROFIT-REPORT-RECORD FROM EXCEPTION-COUNT-LINE
             AFTER ADVANCING 03 LINES.
           MOVE WS-WIP-TIME-LINES TO EXC-COUNT.
           MOVE "TIME CHARGES ON ORDERS NOT YET CUT (WORK IN PROCESS)"
             TO EXC-TEXT.
           WRITE PROFIT-REPORT-RECORD FROM EXCEPTION-COUNT-LINE
             AFTER ADVANCING 01 LINES.
           MOVE WS-DEFAULT-RATE-LINES TO EXC-COUNT.
           MOVE "TIME CHARGES COSTED AT THE DEFAULT LABOR RATE"
             TO EXC-TEXT.
           WRITE PROFIT-REPORT-RECORD FROM EXCEPTION-COUNT-LINE
             AFTER ADVANCING 01 LINES.
           MOVE WS-UNCOSTED-LOT-LINES TO EXC-COUNT.
           MOVE "LOT USAGES NOT COSTED - MATERIAL NOT ON PRODUCT FILE"
             TO EXC-TEXT.
           WRITE PROFIT-REPORT-RECORD FROM EXCEPTION-COUNT-LINE
             AFTER ADVANCING 01 LINES.
           ADD 4 TO WS-LINE-COUNT.
           IF WS-LINES-OVERFLOWED > 0
              MOVE WS-LINES-OVERFLOWED TO EXC-COUNT
              MOVE "LINES NOT COSTED - ORDER OR LINE TABLE FULL"
                TO EXC-TEXT
              WRITE PROFIT-REPORT-RECORD FROM EXCEPTION-COUNT-LINE
                AFTER ADVANCING 01 LINES
              ADD 1 TO WS-LINE-COUNT
           END-IF.
           IF WS-GROUPS-OVERFLOWED > 0
              MOVE WS-GROUPS-OVERFLOWED TO EXC-COUNT
              MOVE "ROWS NOT BROKEN OUT - GROUP TABLE FULL"
                TO EXC-TEXT
              WRITE PROFIT-REPORT-RECORD FROM EXCEPTION-COUNT-LINE
                AFTER ADVANCING 01 LINES
              ADD 1 TO WS-LINE-COUNT
           END-IF.

       8000-WRITE-HEADINGS.
           add 1 to WS-PAGE-COUNT.
           move WS-PAGE-COUNT TO PAGE-HDG-01-PAGE.
           WRITE PROFIT-REPORT-RECORD FROM WS-REPORT-RULER
             after advancing page.
           WRITE PROFIT-REPORT-RECORD
            FROM PAGE-HDG-01 after advancing 01 LINES.
           WRITE PROFIT-REPORT-RECORD
            FROM PAGE-HDG-02 after advancing 01 LINES.
           MOVE 3 TO WS-LINE-COUNT.

       8100-WRITE-ORDER-HEADING.
           IF WS-LINE-COUNT > 44
              PERFORM 8000-WRITE-HEADINGS
           END-IF.
           WRITE PROFIT-REPORT-RECORD FROM SECTION-HDG-LINE
             AFTER ADVANCING 03 LINES.
           WRITE PROFIT-REPORT-RECORD FROM ORDER-HDG-LINE
             AFTER ADVANCING 02 LINES.
           ADD 5 TO WS-LINE-COUNT.

       8200-WRITE-GROUP-HEADING.
           IF WS-LINE-COUNT > 44
              PERFORM 8000-WRITE-HEADINGS
           END-IF.
           WRITE PROFIT-REPORT-RECORD FROM SECTION-HDG-LINE
             AFTER ADVANCING 03 LINES.
           WRITE PROFIT-REPORT-RECORD FROM GROUP-HDG-LINE
             AFTER ADVANCING 02 LINES.
           ADD 5 TO WS-LINE-COUNT.

       9900-WRITE-AUDIT-RECORD.
      * APPEND ONE SUMMARY LINE FOR THIS RUN TO THE SHARED OPERATIONS
      * AUDIT TRAIL, MIRRORING THE PROGRAM TOTALS DISPLAYED ABOVE.
           ACCEPT WS-RUN-TIME FROM TIME.
           MOVE "JOBCSTRB"          TO AUD-PROGRAM-NAME.
           MOVE WS-RUN-DATE         TO AUD-RUN-DATE.
           MOVE WS-RUN-TIME         TO AUD-RUN-TIME.
           MOVE WS-RECORDS-READ     TO AUD-RECORDS-READ.
           MOVE WS-ORD-COUNT        TO AUD-RECORDS-WRITTEN.
           COMPUTE WS-ROW-MARGIN = WS-TOT-REVENUE - WS-TOT-MATERIAL
               - WS-TOT-LABOR - WS-TOT-OVERHEAD.
           MOVE WS-ROW-MARGIN       TO WS-AUDIT-MARGIN.
           MOVE SPACES              TO AUD-KEY-TOTALS.
           MOVE "MARGIN="           TO AUD-KEY-TOTALS(1:7).
           MOVE WS-AUDIT-MARGIN     TO AUD-KEY-TOTALS(8:13).
           IF RETURN-CODE = 0
              MOVE "OK" TO AUD-COMPLETION-STATUS
           ELSE
              MOVE "ER" TO AUD-COMPLETION-STATUS
           END-IF.
           WRITE AUDIT-TRAIL-RECORD FROM AUDIT-TRAIL-LINE.
