001030   ASSIGN DYNAMIC WS-AUDIT-TRAIL-PATH
001040   organization is line sequential
001050   file status is WS-AUDIT-TRAIL-STATUS.
001051 SELECT SHIPMENT-LOG-FILE
001052   ASSIGN DYNAMIC WS-SHIPMENT-LOG-PATH
001053   organization is line sequential
001054   file status is WS-SHIPMENT-LOG-STATUS.
001055 SELECT CUT-LOG-FILE
001056   ASSIGN DYNAMIC WS-CUT-LOG-PATH
001057   organization is line sequential
001058   file status is WS-CUT-LOG-STATUS.

001060 SELECT REJECT-LISTING-FILE
001070   ASSIGN DYNAMIC WS-REJECT-LISTING-PATH
001080   organization is line sequential
001090   file status is WS-REJECT-LISTING-STATUS.
001091 SELECT ALLOCATION-FILE
001092   ASSIGN DYNAMIC WS-ALLOCATION-PATH
001093   organization is line sequential
001094   file status is WS-ALLOCATION-STATUS.
001095 SELECT SHIP-TO-FILE
001096   ASSIGN DYNAMIC WS-SHIP-TO-PATH
001097   organization is line sequential
001098   file status is WS-SHIP-TO-STATUS.

001100 DATA DIVISION.
001110 FILE SECTION.
001120 FD  SHAPE-FILE-IN
001130     RECORDING MODE IS F
001140     DATA RECORD IS SHAPE-REC-IN.
001150 01 SHAPE-REC-IN               PIC X(81).
001155 
001160 FD  CUT-LOG-FILE
001161     RECORDING MODE IS F
001162     DATA RECORD IS CUT-LOG-RECORD.
001163* CUTCMPRB'S LOG OF CUTS - ONLY THE MATERIAL USED MATTERS HERE.
001164 01 CUT-LOG-RECORD.
001165     05  CLG-ORDER-NUMBER        PIC X(06).
001166     05  CLG-LINE-NUMBER         PIC X(02).
001167     05  FILLER                  PIC X(58).
001168     05  CLG-UNITS-USED          PIC 9(05).
001169     05  FILLER                  PIC X(08).

001170 FD  SHAPE-FILE-OUT                                   
001180     RECORDING MODE IS F  
001190     DATA RECORD IS SHAPE-REC-OUT.                  
001200 01 SHAPE-REC-OUT              PIC X(101).
001210
001220 FD  SHAPE-REPORT
001230     RECORDING MODE IS F
001350     05  CUST-MASTER-TERMS        PIC X(03).
001360     05  CUST-MASTER-CREDIT-LIMIT PIC 9(07)V99.
001370     05  CUST-MASTER-CREDIT-HOLD  PIC X(01).
001372* BILL-TO ADDRESS - THE STATEMENT RUN MAILS TO IT.  THE STATE
001374* AND ZIP PLACE THE CUSTOMER IN A SALES TAX JURISDICTION.
001376     05  FILLER                   PIC X(80).
001377     05  CUST-MASTER-BILL-STATE   PIC X(02).
001378     05  CUST-MASTER-BILL-ZIP     PIC X(10).
001380
001390 FD  PRODUCT-FILE
001400     RECORDING MODE IS F
001520* COST INTO THE COST-OF-GOODS POSTING SO THE INCOME STATEMENT
001530* FINALLY SHOWS MARGIN.
001540     05  PRD-UNIT-COST           PIC 9(03)V99.
001541* MATERIAL RESERVED BY OPEN ORDER LINES, AND ON HAND LESS THAT.
001542* BLANK ON A RECORD WRITTEN BEFORE MATERIAL WAS ALLOCATED.
001543     05  PRD-ALLOC-QTY           PIC 9(05).
001544     05  PRD-AVAIL-QTY           PIC 9(05).
001550
001560 FD  MATLOT-FILE
001570     RECORDING MODE IS F
001580     DATA RECORD IS MATLOT-RECORD.
001590* THE ROLL/LOT INVENTORY RECEIVING WRITES - LOADED WHOLE,
001600* DRAWN DOWN OLDEST FIRST AS ORDERS CONSUME MATERIAL, AND
001610* REWRITTEN SHORT OF EMPTIED LOTS AT END OF RUN.  A LOT
001611* LOTMNTRB HAS QUARANTINED (Q) OR SCRAPPED (S) IS NEVER DRAWN;
001612* A QUARANTINED LOT STAYS ON FILE EVEN EMPTY, SINCE ITS
001613* REMNANTS ARE HELD BY IT TOO.
001620 01 MATLOT-RECORD.
001630     05  MLT-PRODUCT-ID          PIC X(05).
001640     05  MLT-LOT-NUMBER          PIC X(06).
001650     05  MLT-RECEIVED-DATE       PIC X(08).
001660     05  MLT-QTY-REMAINING       PIC 9(05).
001661     05  MLT-LOT-STATUS          PIC X(01).
001662     05  MLT-STATUS-DATE         PIC X(08).
001663     05  MLT-STATUS-USER         PIC X(08).
001670
001680 FD  LOT-TRACE-FILE
001690     RECORDING MODE IS F
002210* ORDER MASTER NOW, SO A SHIPPED ORDER COMES BACK THROUGH THE
002220* RUN EVERY NIGHT - THIS FILE IS WHAT MAKES IT BILL (AND DRAW
002230* ITS MATERIAL) EXACTLY ONCE.
002231* IT ALSO TIES THE ORDER TO THE INVOICE IT BILLED ON, WITH THE
002232* ORDER'S USD VALUE AND ITS SALESPEOPLE'S SHARES, SO COMMISSION
002233* ON COLLECTED CASH (COMCOLRB) CAN TRACE A PAYMENT BACK TO THE
002234* REPS.  LINES WRITTEN BEFORE THAT CARRY THE ORDER NUMBER ONLY.
002240 01 BILLED-ORDER-RECORD.
002250     05  BLD-ORDER-NUMBER        PIC X(06).
002251     05  BLD-INVOICE-NUMBER      PIC X(06).
002252     05  BLD-ORDER-USD           PIC 9(08)V99.
002253     05  BLD-SPLIT-DATA.
002254         10  BLD-SPLIT-ENTRY OCCURS 3 TIMES.
002255             15  BLD-SALES-ID    PIC X(03).
002256             15  BLD-SALES-PCT   PIC 9(03).
002260
002270 FD  WEEK-METRIC-FILE
002280     RECORDING MODE IS F
002560     05  OPNINV-CURRENCY         PIC X(03).
002570     05  OPNINV-ORIG-AMOUNT      PIC 9(08)V99.
002580     05  OPNINV-ORIG-PAID        PIC 9(08)V99.
002582* INVOICE TYPE - I FOR A SALES INVOICE BILLED HERE.  FINANCE
002584* CHARGES (F) ARE RAISED BY FINCHGRB AGAINST THE SAME FILE.
002586     05  OPNINV-TYPE             PIC X(01).
002587* SALES TAX AS BILLED - THE JURISDICTION'S FILING CODE, T FOR
002588* A TAXED SALE OR E FOR AN EXEMPT ONE, THE USD SALE BEFORE
002589* TAX, THE USD TAX, AND THE CERTIFICATE AN EXEMPT SALE WAS
002590* MADE UNDER.  TAXLIARB FILES THE MONTHLY RETURN FROM THESE.
002591     05  OPNINV-TAX-JURIS        PIC X(06).
002592     05  OPNINV-TAX-STATUS       PIC X(01).
002593     05  OPNINV-SALES-AMOUNT     PIC 9(08)V99.
002594     05  OPNINV-TAX-AMOUNT       PIC 9(08)V99.
002595     05  OPNINV-EXEMPT-CERT      PIC X(15).
002596
002600 FD  INVOICE-PRINT-FILE
002610     RECORDING MODE IS F
002620     DATA RECORD IS INVOICE-PRINT-RECORD.
003140     05  CHS-CUST                PIC X(06).
003150     05  CHS-PERIOD              PIC X(06).
003160     05  CHS-AMOUNT              PIC 9(08)V99.
003165
003169 FD  SHIP-TO-FILE
003170     RECORDING MODE IS F
003171     DATA RECORD IS SHIP-TO-RECORD.
003172* CUSMNTRB'S SHIP-TO ADDRESSES - ONE ROW PER CUSTOMER LOCATION.
003173 01 SHIP-TO-RECORD.
003174     05  SHP-CUST-NUMBER         PIC X(06).
003175     05  SHP-CODE                PIC X(03).
003176     05  SHP-NAME                PIC X(20).
003177     05  FILLER                  PIC X(80).
003178     05  SHP-STATE               PIC X(02).
003179     05  SHP-ZIP                 PIC X(10).

003180 FD  AUDIT-TRAIL-FILE
003190     RECORDING MODE IS F
003200     DATA RECORD IS AUDIT-TRAIL-RECORD.
003210 01 AUDIT-TRAIL-RECORD           PIC X(89).

003211 FD  SHIPMENT-LOG-FILE
003212     RECORDING MODE IS F
003213     DATA RECORD IS SHIPMENT-LOG-RECORD.
003214* SHIPCFRB'S LOG OF LINES SHIPPED - ONLY THE FREIGHT MATTERS HERE.
003215 01 SHIPMENT-LOG-RECORD.
003216     05  SLG-ORDER-NUMBER        PIC X(06).
003217     05  SLG-LINE-NUMBER         PIC X(02).
003218     05  FILLER                  PIC X(48).
003219     05  SLG-FREIGHT             PIC 9(05)V99.

003220 FD  REJECT-LISTING-FILE
003230     RECORDING MODE IS F
003240     DATA RECORD IS REJECT-LISTING-RECORD.
003250 01 REJECT-LISTING-RECORD        PIC X(80).
003251
003252 FD  ALLOCATION-FILE
003253     RECORDING MODE IS F
003254     DATA RECORD IS ALLOCATION-RECORD.
003255* SAME LAYOUT MATALCRB WRITES - ONE ROW PER ORDER LINE HOLDING
003256* MATERIAL.  THE DRAWDOWN RETIRES A LINE'S ROW.
003257 01 ALLOCATION-RECORD.
003258     05  ALC-ORDER-NUMBER        PIC X(06).
003259     05  ALC-LINE-NUMBER         PIC X(02).
003260     05  ALC-MATERIAL            PIC X(05).
003261     05  ALC-PROMISED-DATE       PIC X(08).
003262     05  ALC-QTY-NEEDED          PIC 9(05).
003263     05  ALC-QTY-ALLOCATED       PIC 9(05).
003264     05  ALC-QTY-SHORT           PIC 9(05).
003265     05  ALC-STATUS              PIC X(01).
003266
003270 working-storage section.
003280* FILE PATHS - DEFAULT TO THE PATHS BELOW, BUT CAN BE OVERRIDDEN
003290* AT RUN TIME BY SETTING THE MATCHING ENVIRONMENT VARIABLE
             VALUE "C:\Users\Ryan\Desktop\INVOICES.rpt".
003520    05 WS-INVOICE-NUMBER-PATH   PIC X(80)
             VALUE "C:\Users\Ryan\Desktop\INVNUM.DAT".
003521    05 WS-ALLOCATION-PATH       PIC X(80)
             VALUE "C:\Users\Ryan\Desktop\MATALLOC.DAT".
003522    05 WS-SHIP-TO-PATH          PIC X(80)
             VALUE "C:\Users\Ryan\Desktop\SHIPTO.DAT".
003523    05 WS-SHIPMENT-LOG-PATH     PIC X(80)
             VALUE "C:\Users\Ryan\Desktop\SHIPLOG.DAT".
003524    05 WS-CUT-LOG-PATH          PIC X(80)
             VALUE "C:\Users\Ryan\Desktop\CUTLOG.DAT".
003530    05 WS-ENV-PATH-OVERRIDE     PIC X(80).
003540 01  CALCULATED-SHAPES-RECORD.
003550     05 SHAPE-TYPE             PIC X(10).
003760        88 ORDER-IS-IN-WORK       VALUE "W".
003770        88 ORDER-IS-SHIPPED       VALUE "S".
003780        88 ORDER-IS-CANCELLED     VALUE "C".
003781        88 ORDER-IS-CUT-COMPLETE  VALUE "K".
003790* SALESPERSON CREDITED WITH THE ORDER - VALIDATED AGAINST THE
003800* LOOKUP SALES TABLE.  BLANK MEANS A HOUSE ORDER WITH NO
003810* SALESPERSON, WHICH IS ALLOWED AND SIMPLY NOT FED TO SALESSUM.
003830* MATERIAL THE RUG IS CUT FROM - VALIDATED AGAINST THE PRODUCT
003840* FILE.  BLANK MEANS NO MATERIAL TRACKING FOR THIS ORDER.
003850     05 ORDER-MATERIAL         PIC X(05).
003851* SPLIT CREDIT - A BIG ACCOUNT WORKED BY MORE THAN ONE REP
003852* SHARES THE ORDER WITH UP TO TWO MORE SALESPEOPLE, EACH WITH A
003853* PERCENT, TOTALLING 100.  ONE SALESPERSON AND NO PERCENT (AN
003854* ORDER KEYED BEFORE SPLITS) TAKES IT ALL - XXXX-LOAD-ORDER-SPLIT.
003855     05 ORDER-SALES-PCT-1      PIC 9(03).
003856     05 ORDER-SALES-ID-2       PIC X(03).
003857     05 ORDER-SALES-PCT-2      PIC 9(03).
003858     05 ORDER-SALES-ID-3       PIC X(03).
003859     05 ORDER-SALES-PCT-3      PIC 9(03).
003860* THE RUG'S LINE ON ITS ORDER - AN ORDER MAY CARRY SEVERAL RUGS.
003861* BLANK (AN ORDER KEYED BEFORE ORDERS HAD LINES) IS LINE 01 -
003862* XXXX-VALIDATE-SHAPE-RECORD.
003863     05 ORDER-LINE-NUMBER      PIC X(02).
003864* WHERE THE LINE SHIPS - ONE OF THE CUSTOMER'S SHIP-TO CODES, OR
003865* BLANK FOR THE BILL-TO ADDRESS.  ORDERS SHIPPING TO DIFFERENT
003866* PLACES ARE BILLED ON SEPARATE INVOICES - XXXX-PRODUCE-INVOICES.
003867     05 ORDER-SHIP-TO-CODE     PIC X(03).
003868     05 CALCULATED-FIELDS-OUT.
003870        10 AREA-OUT            PIC 9(06)V99.
003880        10 PERIMETER-OUT       PIC 9(04).
003890        10 PRICE-OUT           PIC 9(06)V99.
004280        10 TABLE-SHAPE-PERIMETER PIC 9(06)V99.
004290        10 TABLE-SHAPE-COST      PIC 9(08)V99.
004300*
004301* SHIP-TO ADDRESSES - AN ORDER GOING TO ONE OF THE CUSTOMER'S
004302* OTHER LOCATIONS IS TAXED WHERE IT GOES AND NAMED ON ITS
004303* INVOICE - XXXX-LOAD-SHIP-TO-TABLE.
004304 01  WS-SHIP-TO-STATUS          PIC X(02).
004305     88 SHIP-TO-FILE-FOUND           VALUE "00".
004306     88 END-OF-SHIP-TO-FILE          VALUE "10".
004307 01  WS-SHP-COUNT               PIC 9(04) VALUE 0.
004308 01  WS-SHP-SUB                 PIC 9(04) VALUE 0.
004309 01  WS-SHIP-TO-LOOKUP-CODE     PIC X(03) VALUE SPACES.
004310 01  WS-CUSTOMER-MASTER-STATUS pic X(02).
004320     88 CUSTOMER-MASTER-SUCCESSFUL   VALUE "00".
004330     88 END-OF-CUSTOMER-MASTER       VALUE "10".
004370     05 CUSTOMER-TABLE-ENTRY OCCURS 100 TIMES.
004380        10 TABLE-CUST-NUMBER     PIC X(06).
004390        10 TABLE-CUST-NAME       PIC X(20).
004391        10 TABLE-CUST-STATE      PIC X(02).
004392        10 TABLE-CUST-ZIP        PIC X(10).
004393 01  SHIP-TO-TABLE.
004394     05 SHP-TABLE-ENTRY OCCURS 0 TO 2000 TIMES
            DEPENDING ON WS-SHP-COUNT.
004395        10 TABLE-SHP-CUST        PIC X(06).
004396        10 TABLE-SHP-CODE        PIC X(03).
004397        10 TABLE-SHP-NAME        PIC X(20).
004398        10 TABLE-SHP-STATE       PIC X(02).
004399        10 TABLE-SHP-ZIP         PIC X(10).
004400*
004410* SALES TAX - FIGURED BY THE TAX SERVICE (TAXSVCRB) AT THE
004420* RATE FOR THE CUSTOMER'S SHIP-TO JURISDICTION, OR NOT AT ALL
004421* FOR A CUSTOMER HOLDING A CURRENT EXEMPTION CERTIFICATE.  THE
004422* FILE TAX LINE IS THE SUM OF THE ORDERS' TAX, NOT ONE FLAT
004423* RATE ON THE FILE TOTAL.
004430 COPY "TAXCALC.cpy".
004440 01  WS-TOTAL-FILE-TAX          PIC 9(08)V99 VALUE 0.
004450 01  WS-TOTAL-FILE-GRAND-TOTAL  PIC 9(08)V99 VALUE 0.
004451 01  WS-TAX-UNRATED-COUNT       PIC 9(05) VALUE 0.
004452 01  WS-TAX-PCT-WORK            PIC 99V999 VALUE 0.
004453 01  WS-TAX-PCT-SHOWN           PIC Z9.999.
004460*
004470* CURRENCY CONVERSION TABLE - RATE TO MULTIPLY A PRICE IN
004480* SHAPE-CURRENCY-CODE BY TO GET USD, SO ORDERS PLACED IN
005040* PROCESS.  THE PRODUCT FILE IS REWRITTEN AT END OF RUN AND A
005050* REORDER SECTION LISTS EVERY MATERIAL THE RUN PUSHED BELOW
005060* ITS REORDER POINT.  IF THE PRODUCT FILE IS MISSING, MATERIAL
005070* TRACKING IS SIMPLY OFF FOR THE RUN.  THE QUANTITY OPEN ORDERS
005071* HAVE RESERVED RIDES ALONG, LESS EACH RESERVATION THE RUN'S
005072* DRAWDOWN RETIRES, AND AVAILABLE IS REFIGURED ON THE REWRITE.
005080 01  WS-PRODUCT-FILE-STATUS     pic X(02).
005090     88 PRODUCT-FILE-SUCCESSFUL        VALUE "00".
005100     88 END-OF-PRODUCT-FILE            VALUE "10".
005230        10 TABLE-PRD-REORDER     PIC 9(05).
005240        10 TABLE-PRD-WAS-OK      PIC X(01).
005250        10 TABLE-PRD-COST        PIC 9(03)V99.
005251        10 TABLE-PRD-ALLOC       PIC 9(05).
005260 01  WS-CONSUME-UNITS           PIC 9(06) VALUE 0.
005261 01  WS-CUT-UNITS-USED          PIC 9(06) VALUE 0.
005262 01  WS-CUT-USAGE-SW            PIC X(01) VALUE "N".
005263     88 CUT-USAGE-FOUND                VALUE "Y".
005270 01  WS-MATERIALS-DRAWN         PIC 9(06) VALUE 0.
005280 01  WS-MATLOT-STATUS           PIC X(02).
005290     88 MATLOT-FILE-FOUND              VALUE "00".
005430        10 TABLE-LOT-NUMBER     PIC X(06).
005440        10 TABLE-LOT-DATE       PIC X(08).
005450        10 TABLE-LOT-QTY        PIC 9(05).
005451        10 TABLE-LOT-STATUS     PIC X(01).
005452           88 TABLE-LOT-HELD          VALUE "Q" "S".
005453        10 TABLE-LOT-STAT-DATE  PIC X(08).
005454        10 TABLE-LOT-STAT-USER  PIC X(08).
005460 01  WS-LOT-SUB                 PIC 9(03) COMP VALUE 0.
005470 01  WS-OLDEST-LOT-SUB          PIC 9(03) COMP VALUE 0.
005480 01  WS-LOT-NEED                PIC 9(05) VALUE 0.
005570 01  WS-COGS-TOTAL              PIC 9(09)V99 VALUE 0.
005580 01  WS-GL-COGS-ACCT            PIC X(08) VALUE "50000000".
005590 01  WS-GL-INVENTORY-ACCT       PIC X(08) VALUE "13000000".
005591 01  WS-GL-AR-ACCT              PIC X(08) VALUE "12000000".
005592 01  WS-GL-FREIGHT-ACCT         PIC X(08) VALUE "42200000".
005600 01  WS-GL-POSTING-STATUS       pic X(02).
005610     88 GOOD-GL-POSTING-WRITE         VALUE "00".
005620 01  WS-SALES-FEED-STATUS       pic X(02).
005630     88 GOOD-SALES-FEED-WRITE          VALUE "00".
005640 01  WS-SALES-FEED-COUNT        PIC 9(05) VALUE 0.
005641* THE CURRENT ORDER'S SALESPEOPLE AND THEIR PERCENT SHARES.
005642 01  WS-SPLIT-TABLE.
005643     05 WS-SPLIT-ENTRY OCCURS 3 TIMES.
005644        10 TABLE-SPLIT-ID        PIC X(03).
005645        10 TABLE-SPLIT-PCT       PIC 9(03).
005646 01  WS-SPLIT-SUB               PIC 9(01) VALUE 0.
005647 01  WS-SPLIT-SUB-2             PIC 9(01) VALUE 0.
005648 01  WS-SPLIT-LAST              PIC 9(01) VALUE 0.
005649 01  WS-SPLIT-TOTAL             PIC 9(04) VALUE 0.
005650* THE STATE RUG REVENUE IS BOOKED UNDER ON THE SALES SUMMARY -
005660* THE SHOP SELLS FROM ONE LOCATION, SO ONE STATE, OVERRIDABLE
005670* THE SAME WAY THE FILE PATHS ARE.
005680 01  WS-RUG-SALES-STATE         PIC X(02) VALUE "OH".
005690 01  WS-FEED-REMAINING          PIC 9(08)V99 VALUE 0.
005691 01  WS-SPLIT-LEFT              PIC 9(08)V99 VALUE 0.
005692 01  WS-SPLIT-OK-SW             PIC X(01) VALUE "Y".
005693     88 SALES-SPLIT-OK             VALUE "Y".
005700 01  WS-OPEN-INVOICE-STATUS     pic X(02).
005710     88 GOOD-OPEN-INVOICE-WRITE        VALUE "00".
005720 01  WS-CUSTOMER-HISTORY-STATUS pic X(02).
005990           DEPENDING ON WS-INV-COUNT.
006000        10 TABLE-INV-CUST        PIC X(06).
006010        10 TABLE-INV-ORDER-NUM   PIC X(06).
006011        10 TABLE-INV-LINE-NUM    PIC X(02).
006020        10 TABLE-INV-SHAPE       PIC X(10).
006030        10 TABLE-INV-CURRENCY    PIC X(03).
006040        10 TABLE-INV-GROSS       PIC 9(06)V99.
006070        10 TABLE-INV-USD         PIC 9(06)V99.
006080        10 TABLE-INV-DISC-USD    PIC 9(06)V99.
006090        10 TABLE-INV-BILLED      PIC X(01).
006091        10 TABLE-INV-SPLIT-DATA  PIC X(18).
006092        10 TABLE-INV-SHIP-TO     PIC X(03).
006093        10 TABLE-INV-FREIGHT     PIC 9(05)V99.
006094 01  WS-SHIPMENT-LOG-STATUS     PIC X(02).
006095     88 SHIPMENT-LOG-FOUND            VALUE "00".
006096     88 END-OF-SHIPMENT-LOG           VALUE "10".
006097 01  WS-CUT-LOG-STATUS          PIC X(02).
006098     88 CUT-LOG-FOUND                  VALUE "00".
006099     88 END-OF-CUT-LOG                 VALUE "10".
006100 01  WS-GROSS-BEFORE-DISCOUNT   PIC 9(06)V99 VALUE 0.
006110 01  WS-DISCOUNT-AMOUNT         PIC 9(06)V99 VALUE 0.
006120 01  WS-INV-SUBTOTAL-USD        PIC 9(08)V99 VALUE 0.
006170 01  WS-INV-CURRENCY            PIC X(03) VALUE SPACES.
006180 01  WS-INV-MIXED-SW            PIC X(01) VALUE "N".
006190     88 INVOICE-CURRENCY-MIXED        VALUE "Y".
006191 01  WS-INV-FREIGHT-USD         PIC 9(08)V99 VALUE 0.
006192 01  WS-INV-FREIGHT-ORIG        PIC 9(08)V99 VALUE 0.
006193 01  WS-FREIGHT-BILLED-TOTAL    PIC 9(09)V99 VALUE 0.
006200*
006210* STD PAGES ARE 133 CHARACTERS, SO THE SUM OF PIC CLAUSE
006220* LENGHTS SHOULD ADD UP TO 133, OR THE WIDTH OF THE REPORT
007450     05 INV-HDG-CUST           PIC X(06).
007460     05 FILLER                 PIC X(02) VALUE SPACES.
007470     05 INV-HDG-CUST-NAME      PIC X(20).
007471 01  INV-HDG-LINE-3.
007472     05 INV-HDG-3-CC           PIC X(01) VALUE SPACE.
007473     05 FILLER                 PIC X(09) VALUE SPACES.
007474     05 FILLER                 PIC X(10) VALUE "SHIP TO:  ".
007475     05 INV-HDG-SHIP-TO        PIC X(03).
007476     05 FILLER                 PIC X(05) VALUE SPACES.
007477     05 INV-HDG-SHIP-TO-NAME   PIC X(20).
007480 01  INV-COL-LINE.
007490     05 INV-COL-CC             PIC X(01) VALUE SPACE.
007500     05 FILLER                 PIC X(09) VALUE SPACES.
007510     05 FILLER                 PIC X(11) VALUE "ORDER-LN".
007520     05 FILLER                 PIC X(12) VALUE "SHAPE       ".
007530     05 FILLER                 PIC X(14) VALUE "         GROSS".
007540     05 FILLER                 PIC X(14) VALUE "      DISCOUNT".
007590     05 INV-DTL-CC             PIC X(01) VALUE SPACE.
007600     05 FILLER                 PIC X(09) VALUE SPACES.
007610     05 INV-DTL-ORDER-NUM      PIC X(06).
007611     05 FILLER                 PIC X(01) VALUE "-".
007612     05 INV-DTL-LINE-NUM       PIC X(02).
007620     05 FILLER                 PIC X(02) VALUE SPACES.
007630     05 INV-DTL-SHAPE          PIC X(10).
007640     05 FILLER                 PIC X(02) VALUE SPACES.
007760     05 FILLER                 PIC X(09) VALUE SPACES.
007770     05 INV-TOT-LABEL          PIC X(20).
007780     05 INV-TOT-AMOUNT         PIC $$,$$$,$$9.99.
007781 01 INV-TAX-NOTE-LINE.
007782     05 INV-TAX-NOTE-CC        PIC X(01) VALUE SPACE.
007783     05 FILLER                 PIC X(09) VALUE SPACES.
007784     05 INV-TAX-NOTE           PIC X(70).
007785 01  INV-FREIGHT-LINE.
007786     05 INV-FRT-CC             PIC X(01) VALUE SPACE.
007787     05 FILLER                 PIC X(20) VALUE SPACES.
007788     05 FILLER                 PIC X(57) VALUE "FREIGHT".
007789     05 INV-FRT-USD            PIC ZZZ,ZZ9.99.
007790 01  REORDER-HDG-LINE.
007800     05 REORDER-HDG-CC         PIC X(01) VALUE SPACE.
007810     05 FILLER                 PIC X(09) VALUE SPACES.
008650 01 WS-BILLED-SUB               PIC 9(04) COMP VALUE 0.
008660 01 WS-ORDER-BILLED-SW          PIC X(01) VALUE "N".
008670     88 ORDER-ALREADY-BILLED          VALUE "Y".
008671* ORDERS WITH A RUG LINE STILL OPEN OR IN WORK - AN ORDER BILLS
008672* AND DRAWS MATERIAL ONLY ONCE ITS LAST LINE HAS SHIPPED.
008673 01 WS-PENDING-COUNT            PIC 9(04) COMP VALUE 0.
008674 01 WS-PENDING-TABLE.
008675     05 WS-PENDING-ENTRY OCCURS 0 TO 2000 TIMES
            DEPENDING ON WS-PENDING-COUNT PIC X(06).
008676 01 WS-PENDING-SUB              PIC 9(04) COMP VALUE 0.
008677 01 WS-ORDER-PENDING-SW         PIC X(01) VALUE "N".
008678     88 ORDER-HAS-PENDING-LINES       VALUE "Y".
008680* SHARED PERSON CROSS-REFERENCE LOOKUP - TRACES THE CUSTOMER ON
008690* THIS ORDER BACK TO AN EMPLOYEE NUMBER AND SALES ID, IF ANY.
008700 COPY "LOOKUP.cpy".
008860       VALUE "----+----6----+----7----+----8----+----9----+----0".
008870    05 FILLER                  PIC X(44)
008880       VALUE "----+----1----+----2----+----3---".                                                              
008881* ORDER LINES HOLDING MATERIAL ON THE ALLOCATION FILE.  THE
008882* DRAWDOWN RETIRES A LINE'S RESERVATION, MARKING ITS ROW D.
008883 01  WS-ALC-COUNT               PIC 9(04) COMP VALUE 0.
008884 01  WS-ALC-SUB                 PIC 9(04) COMP VALUE 0.
008885 01  WS-ALC-TABLE.
008886     05 ALC-TABLE-ENTRY OCCURS 0 TO 2000 TIMES
            DEPENDING ON WS-ALC-COUNT.
008887        10 TABLE-ALC-ORDER       PIC X(06).
008888        10 TABLE-ALC-LINE        PIC X(02).
008889        10 TABLE-ALC-MATERIAL    PIC X(05).
008890        10 FILLER                PIC X(13).
008891        10 TABLE-ALC-ALLOCATED   PIC 9(05).
008892        10 FILLER                PIC X(05).
008893        10 TABLE-ALC-STATUS      PIC X(01).
008894 01  WS-ALC-CHANGED-SW          PIC X(01) VALUE "N".
008895     88 ALLOCATIONS-CHANGED           VALUE "Y".
008896 01  WS-ALLOCATION-STATUS       PIC X(02).
008897     88 ALLOCATION-FILE-FOUND         VALUE "00".
008898     88 END-OF-ALLOCATION-FILE        VALUE "10".
008899
008900 procedure division.
008910
008920     DISPLAY "START SHAPERPT".
009200     display " CONTRACT PRICE FLAGS: " WS-CONTRACT-FLAGS.
009210     display " RECORDS WRITTEN: " WS-RECORD-COUNT-OUT.
009220     display " SALES FEED RECORDS: " WS-SALES-FEED-COUNT.
009225     display " INVOICES TAXED AT DEFAULT RATE: "
009226         WS-TAX-UNRATED-COUNT.
009230     display "END OF SHAPERPT".
009240
009250     PERFORM XXXX-WRITE-COGS-POSTING.
009251     PERFORM XXXX-WRITE-FREIGHT-POSTING.
009260     PERFORM XXXX-WRITE-PRODUCT-FILE.
009270     PERFORM XXXX-WRITE-ORDER-NUMBER.
009280     PERFORM XXXX-WRITE-INVOICE-NUMBER.
009290     PERFORM XXXX-REWRITE-LOT-FILE.
009291     PERFORM XXXX-REWRITE-ALLOCATION-FILE.
009300     PERFORM XXXX-WRITE-WEEK-METRIC.
009310     PERFORM XXXX-WRITE-AUDIT-RECORD.
009320     close SHAPE-FILE-IN
009580     IF SHAPE-CURRENCY-CODE = SPACES
009590        MOVE "USD" TO SHAPE-CURRENCY-CODE
009600     END-IF.
009601     IF ORDER-LINE-NUMBER NOT NUMERIC
009602        MOVE "01" TO ORDER-LINE-NUMBER
009603     END-IF.
009610     IF SIZE-1 = 0
009620        SET INVALID-SHAPE-RECORD TO TRUE
009630        DISPLAY "REJECTED - BAD SIZE-1: " WS-RECORD-COUNT-IN
010000        MOVE "O" TO ORDER-STATUS
010010     END-IF.
010020     IF NOT (ORDER-IS-OPEN OR ORDER-IS-IN-WORK
010030             OR ORDER-IS-SHIPPED OR ORDER-IS-CANCELLED
010031             OR ORDER-IS-CUT-COMPLETE)
010040        SET INVALID-SHAPE-RECORD TO TRUE
010050        DISPLAY "REJECTED - BAD ORDER STATUS: "
010060            WS-RECORD-COUNT-IN
010230           PERFORM XXXX-WRITE-REJECT-LISTING
010240        END-IF
010250     END-IF.
010252* SO DO ANY SALESPEOPLE SHARING THE ORDER, AND THE SHARES MUST
010254* TOTAL 100 SO THE FEED CREDITS EXACTLY THE ORDER:
010256     PERFORM XXXX-CHECK-SALES-SPLIT.
010260* A NON-BLANK MATERIAL CODE MUST BE ON THE PRODUCT FILE (WHEN
010270* ONE IS LOADED) SO CONSUMPTION NEVER DRAWS DOWN A PRODUCT
010280* NOBODY STOCKS:
011370     compute WS-TOTAL-FILE-PERIMETER
011380                           = WS-TOTAL-FILE-PERIMETER +
011390                             PERIMETER-OUT. 
011391* SALES TAX BY ORDER AT ITS SHIP-TO JURISDICTION'S RATE, SO
011392* THE FILE TAX LINE IS FIGURED THE WAY THE INVOICES ARE.
011393     MOVE WS-PRICE-USD TO TXC-SALE-AMOUNT.
011394     MOVE ORDER-SHIP-TO-CODE TO WS-SHIP-TO-LOOKUP-CODE.
011395     PERFORM XXXX-FIGURE-SALES-TAX.
011396     ADD TXC-TAX-AMOUNT TO WS-TOTAL-FILE-TAX.
011400

011410 XXXX-APPLY-VOLUME-DISCOUNT.
012000     MOVE WS-TOTAL-FILE-PERIMETER
012010                              TO TOTAL-LINE-PERIMETER.
012020     MOVE WS-TOTAL-FILE-COST  TO TOTAL-LINE-PRICE.
012050     COMPUTE WS-TOTAL-FILE-GRAND-TOTAL =
012060             WS-TOTAL-FILE-COST + WS-TOTAL-FILE-TAX.
012070     MOVE WS-TOTAL-FILE-TAX         TO SALES-TAX-AMOUNT.
012590     END-PERFORM.

012600 XXXX-CAPTURE-BACKLOG-ORDER.
012610* REMEMBER EVERY OPEN, IN-WORK OR CUT ORDER FOR THE BACKLOG.
012620     IF ORDER-IS-OPEN OR ORDER-IS-IN-WORK OR ORDER-IS-CUT-COMPLETE
012630        IF WS-BACKLOG-COUNT = 2000
012640           DISPLAY "MATHSHPS: BACKLOG TABLE CEILING (2000) "
012650               "REACHED - RUN STOPPED"
013430* OR DRAW MATERIAL UNTIL THEY SHIP.  AN ORDER THAT BILLED
013440* ON AN EARLIER NIGHT STAYS "S" ON THE ORDER MASTER, SO THE
013450* BILLED-ORDER FILE IS WHAT KEEPS IT FROM INVOICING AGAIN.
013451* A MULTI-RUG ORDER WAITS UNTIL NONE OF ITS LINES IS STILL OPEN
013452* OR IN WORK, THEN ALL ITS SHIPPED LINES BILL ON ONE INVOICE.
013460     PERFORM XXXX-CHECK-ORDER-BILLED.
013461     PERFORM XXXX-CHECK-ORDER-COMPLETE.
013470     IF ORDER-IS-SHIPPED AND NOT ORDER-ALREADY-BILLED
013471        AND NOT ORDER-HAS-PENDING-LINES
013480        IF WS-INV-COUNT = 2000
013490           DISPLAY "MATHSHPS: INVOICE TABLE CEILING (2000) "
013500               "REACHED - RUN STOPPED"
013540        ADD 1 TO WS-INV-COUNT
013550        MOVE CUST-NUMBER TO TABLE-INV-CUST (WS-INV-COUNT)
013560        MOVE ORDER-NUMBER TO TABLE-INV-ORDER-NUM (WS-INV-COUNT)
013561        MOVE ORDER-LINE-NUMBER TO
013562             TABLE-INV-LINE-NUM (WS-INV-COUNT)
013570        MOVE SHAPE-TYPE TO TABLE-INV-SHAPE (WS-INV-COUNT)
013580        MOVE SHAPE-CURRENCY-CODE TO
013590             TABLE-INV-CURRENCY (WS-INV-COUNT)
013660        COMPUTE TABLE-INV-DISC-USD (WS-INV-COUNT) =
013670            WS-DISCOUNT-AMOUNT * WS-CURRENT-RATE-TO-USD
013680        MOVE "N" TO TABLE-INV-BILLED (WS-INV-COUNT)
013681        PERFORM XXXX-LOAD-ORDER-SPLIT
013682        MOVE WS-SPLIT-TABLE TO TABLE-INV-SPLIT-DATA (WS-INV-COUNT)
013683        MOVE ORDER-SHIP-TO-CODE TO
013684             TABLE-INV-SHIP-TO (WS-INV-COUNT)
013685        MOVE 0 TO TABLE-INV-FREIGHT (WS-INV-COUNT)
013690     END-IF.
013700
013710 XXXX-CHECK-ORDER-BILLED.
014086* THE NIGHT THE ORDER SHIPS AND BILLS - GATED THE SAME WAY
014088* INVOICE CAPTURE IS.  OPEN AND IN-WORK ORDERS DRAW NOTHING
014090* YET; CANCELLED ORDERS NEVER DO.
014091* WHEN THE CUTTING FLOOR HAS REPORTED THE LINE CUT (CUTCMPRB),
014092* THE UNITS IT ACTUALLY USED - RECUTS INCLUDED - ARE DRAWN
014093* INSTEAD OF THE PLANNED FIGURE.
014100     PERFORM XXXX-CHECK-ORDER-BILLED.
014101     PERFORM XXXX-CHECK-ORDER-COMPLETE.
014110     IF ORDER-MATERIAL = SPACES OR WS-PRODUCT-COUNT = 0
014120        OR NOT ORDER-IS-SHIPPED OR ORDER-ALREADY-BILLED
014121        OR ORDER-HAS-PENDING-LINES
014130        CONTINUE
014140     ELSE
014150        PERFORM XXXX-FIND-MATERIAL
014160        IF WS-PRODUCT-SUB NOT > WS-PRODUCT-COUNT
014170           PERFORM XXXX-FIND-CUT-USAGE
014180           IF CUT-USAGE-FOUND
014181              MOVE WS-CUT-UNITS-USED TO WS-CONSUME-UNITS
014182           ELSE
014183              COMPUTE WS-CONSUME-UNITS =
014184                  (AREA-OUT * WS-CTL-WASTE-PCT) + 0.99
014185           END-IF
014190           ADD 1 TO WS-MATERIALS-DRAWN
014200           IF WS-CONSUME-UNITS >
014210              TABLE-PRD-STOCK (WS-PRODUCT-SUB)
014300               + (WS-CONSUME-UNITS
014310                  * TABLE-PRD-COST (WS-PRODUCT-SUB))
014320           PERFORM XXXX-CONSUME-LOTS
014321           PERFORM XXXX-RETIRE-ALLOCATION
014330        END-IF
014340     END-IF.
014350
014450                 SET END-OF-MATLOT-FILE TO TRUE
014460              NOT AT END
014470                 IF MLT-QTY-REMAINING IS NUMERIC
014480                    AND (MLT-QTY-REMAINING > 0
014481                         OR MLT-LOT-STATUS = "Q")
014490                    ADD 1 TO WS-LOT-COUNT
014500                    MOVE MLT-PRODUCT-ID TO
014510                         TABLE-LOT-PRODUCT (WS-LOT-COUNT)
014550                         TABLE-LOT-DATE (WS-LOT-COUNT)
014560                    MOVE MLT-QTY-REMAINING TO
014570                         TABLE-LOT-QTY (WS-LOT-COUNT)
014571                    MOVE MLT-LOT-STATUS TO
014572                         TABLE-LOT-STATUS (WS-LOT-COUNT)
014573                    MOVE MLT-STATUS-DATE TO
014574                         TABLE-LOT-STAT-DATE (WS-LOT-COUNT)
014575                    MOVE MLT-STATUS-USER TO
014576                         TABLE-LOT-STAT-USER (WS-LOT-COUNT)
014580                 END-IF
014590           END-READ
014600        END-PERFORM
014680* MOVES TO THE REMNANT FILE FOR THE CUT SCHEDULE TO SPEND.
014690* NEED PAST WHAT THE LOTS HOLD JUST MEANS THE LOT FILE IS
014700* BEHIND THE POOLED COUNT - THE POOLED DRAWDOWN ABOVE STANDS.
014701* A QUARANTINED OR SCRAPPED LOT IS PASSED OVER FOR THE NEXT
014702* OLDEST GOOD ONE.
014710     MOVE WS-CONSUME-UNITS TO WS-LOT-NEED.
014720     PERFORM UNTIL WS-LOT-NEED = 0
014730        PERFORM XXXX-FIND-OLDEST-LOT
014840        UNTIL WS-LOT-SUB > WS-LOT-COUNT
014850        IF TABLE-LOT-PRODUCT (WS-LOT-SUB) = ORDER-MATERIAL
014860           AND TABLE-LOT-QTY (WS-LOT-SUB) > 0
014861           AND NOT TABLE-LOT-HELD (WS-LOT-SUB)
014870           IF WS-OLDEST-LOT-SUB = 0
014880              MOVE WS-LOT-SUB TO WS-OLDEST-LOT-SUB
014890           ELSE
015330     END-IF.
015340
015350 XXXX-REWRITE-LOT-FILE.
015360* THE LOT INVENTORY GOES BACK SHORT OF EMPTIED LOTS - BUT AN
015361* EMPTY LOT UNDER QUARANTINE STAYS, HOLDING ITS REMNANTS.
015370     OPEN OUTPUT MATLOT-FILE.
015380     PERFORM VARYING WS-LOT-SUB FROM 1 BY 1
015390        UNTIL WS-LOT-SUB > WS-LOT-COUNT
015400        IF TABLE-LOT-QTY (WS-LOT-SUB) > 0
015401           OR TABLE-LOT-STATUS (WS-LOT-SUB) = "Q"
015410           MOVE TABLE-LOT-PRODUCT (WS-LOT-SUB)
015420             TO MLT-PRODUCT-ID
015430           MOVE TABLE-LOT-NUMBER (WS-LOT-SUB)
015460             TO MLT-RECEIVED-DATE
015470           MOVE TABLE-LOT-QTY (WS-LOT-SUB)
015480             TO MLT-QTY-REMAINING
015481           MOVE TABLE-LOT-STATUS (WS-LOT-SUB)
015482             TO MLT-LOT-STATUS
015483           MOVE TABLE-LOT-STAT-DATE (WS-LOT-SUB)
015484             TO MLT-STATUS-DATE
015485           MOVE TABLE-LOT-STAT-USER (WS-LOT-SUB)
015486             TO MLT-STATUS-USER
015490           WRITE MATLOT-RECORD
015500        END-IF
015510     END-PERFORM.
015820                    MOVE 0 TO
015830                         TABLE-PRD-COST (WS-PRODUCT-COUNT)
015840                 END-IF
015841                 IF PRD-ALLOC-QTY IS NUMERIC
015842                    MOVE PRD-ALLOC-QTY TO
015843                         TABLE-PRD-ALLOC (WS-PRODUCT-COUNT)
015844                 ELSE
015845                    MOVE 0 TO TABLE-PRD-ALLOC (WS-PRODUCT-COUNT)
015846                 END-IF
015850                 IF PRD-STOCK-QTY NOT < PRD-REORDER-PT
015860                    MOVE "Y" TO
015870                         TABLE-PRD-WAS-OK (WS-PRODUCT-COUNT)
016540             TO PRD-REORDER-PT
016550           MOVE TABLE-PRD-COST (WS-PRODUCT-SUB)
016560             TO PRD-UNIT-COST
016561           MOVE TABLE-PRD-ALLOC (WS-PRODUCT-SUB) TO PRD-ALLOC-QTY
016562           IF TABLE-PRD-ALLOC (WS-PRODUCT-SUB) >
016563              TABLE-PRD-STOCK (WS-PRODUCT-SUB)
016564              MOVE 0 TO PRD-AVAIL-QTY
016565           ELSE
016566              COMPUTE PRD-AVAIL-QTY =
016567                  TABLE-PRD-STOCK (WS-PRODUCT-SUB)
016568                  - TABLE-PRD-ALLOC (WS-PRODUCT-SUB)
016569           END-IF
016570           WRITE PRODUCT-FILE-RECORD
016580        END-PERFORM
016590        CLOSE PRODUCT-FILE
016830     END-IF.
016840
016850 XXXX-WRITE-SALES-FEED.
016854* FEED THIS ORDER'S USD REVENUE TO THE SALES SUMMARY UNDER ITS
016858* SALESPERSON - OR, FOR AN ORDER SPLIT ACROSS REPS, ONE SHARE
016862* PER SALESPERSON AT THEIR PERCENT, THE LAST SHARE TAKING THE
016866* ROUNDING SO THE SHARES ADD UP TO THE ORDER.  SALESSUM, QUOTA
016870* ATTAINMENT, COMMISSION AND THE 1099 FIGURES ALL COME FROM THE
016874* FEED, SO EACH REP GETS THEIR PORTION EVERYWHERE.  HOUSE ORDERS
016878* (BLANK ID) AND CANCELLED ORDERS STAY OUT.
016882     IF ORDER-SALES-ID NOT = SPACES
016886        AND NOT ORDER-IS-CANCELLED
016890        PERFORM XXXX-LOAD-ORDER-SPLIT
016894        MOVE 1 TO WS-SPLIT-LAST
016898        PERFORM VARYING WS-SPLIT-SUB FROM 2 BY 1
016902           UNTIL WS-SPLIT-SUB > 3
016906           IF TABLE-SPLIT-ID (WS-SPLIT-SUB) NOT = SPACES
016910              MOVE WS-SPLIT-SUB TO WS-SPLIT-LAST
016914           END-IF
016918        END-PERFORM
016922        MOVE WS-PRICE-USD TO WS-SPLIT-LEFT
016926        PERFORM VARYING WS-SPLIT-SUB FROM 1 BY 1
016930           UNTIL WS-SPLIT-SUB > WS-SPLIT-LAST
016934           IF TABLE-SPLIT-ID (WS-SPLIT-SUB) NOT = SPACES
016938              IF WS-SPLIT-SUB = WS-SPLIT-LAST
016942                 MOVE WS-SPLIT-LEFT TO WS-FEED-REMAINING
016946              ELSE
016950                 COMPUTE WS-FEED-REMAINING ROUNDED =
016954                     WS-PRICE-USD * TABLE-SPLIT-PCT (WS-SPLIT-SUB)
016958                     / 100
016962                 SUBTRACT WS-FEED-REMAINING FROM WS-SPLIT-LEFT
016966              END-IF
016970              PERFORM XXXX-FEED-ONE-SHARE
016974           END-IF
016978        END-PERFORM
016982     END-IF.
016986
016990 XXXX-FEED-ONE-SHARE.
016994* THE FEED AMOUNT FIELD HOLDS FOUR DOLLAR DIGITS, SO A SHARE
016998* BIGGER THAN 9,999.99 IS SPLIT ACROSS RECORDS - THE TOTALS
017002* STILL ADD UP AND NOTHING IS SILENTLY TRUNCATED.
017006     PERFORM UNTIL WS-FEED-REMAINING = 0
017010        MOVE WS-RUG-SALES-STATE TO FEED-STATE
017014        MOVE TABLE-SPLIT-ID (WS-SPLIT-SUB) TO FEED-SALES-ID
017018        MOVE "S"                TO FEED-TRAN-TYPE
017022        MOVE WS-RUN-DATE-CCYYMMDD TO FEED-TRAN-DATE
017026        MOVE SPACES             TO FEED-PRODUCT-ID
017030        MOVE "00000"            TO FEED-QUANTITY
017034        IF WS-FEED-REMAINING > 9999.99
017038           MOVE 9999.99 TO FEED-AMOUNT
017042           SUBTRACT 9999.99 FROM WS-FEED-REMAINING
017046        ELSE
017050           MOVE WS-FEED-REMAINING TO FEED-AMOUNT
017054           MOVE 0 TO WS-FEED-REMAINING
017058        END-IF
017062        WRITE SALES-FEED-RECORD
017066        ADD 1 TO WS-SALES-FEED-COUNT
017070     END-PERFORM.
017120
017130 XXXX-PRODUCE-INVOICES.
017140* ONE INVOICE PER CUSTOMER AND SHIP-TO PER RUN: WALK THE HELD
017150* ORDERS, AND EACH TIME AN UNBILLED CUSTOMER/SHIP-TO COMES UP,
017160* BILL EVERY ORDER GOING THERE IN ONE INVOICE AND MARK THE ROWS.
017161* FREIGHT THE SHIPPING DOCK LOGGED RIDES ON THE INVOICE BILLING
017162* THE LINE IT WENT OUT WITH - XXXX-APPLY-SHIPMENT-FREIGHT.
017163     PERFORM XXXX-APPLY-SHIPMENT-FREIGHT.
017170     PERFORM VARYING WS-INV-SUB FROM 1 BY 1
017180        UNTIL WS-INV-SUB > WS-INV-COUNT
017190        IF TABLE-INV-BILLED (WS-INV-SUB) = "N"
017270               WS-INV-TAX-USD
017280               WS-INV-TOTAL-USD
017290               WS-INV-SUBTOTAL-ORIG.
017291     MOVE 0 TO WS-INV-FREIGHT-USD.
017300     MOVE SPACES TO WS-INV-CURRENCY.
017310     MOVE "N" TO WS-INV-MIXED-SW.
017320     MOVE WS-NEXT-INVOICE-NUMBER TO INV-HDG-NUMBER.
017430       after advancing 01 lines.
017440     write INVOICE-PRINT-RECORD from INV-HDG-LINE-2
017450       after advancing 01 lines.
017451     IF TABLE-INV-SHIP-TO (WS-INV-SUB) NOT = SPACES
017452        PERFORM XXXX-WRITE-SHIP-TO-HEADING
017453     END-IF.
017460     write INVOICE-PRINT-RECORD from INV-COL-LINE
017470       after advancing 02 lines.
017480     PERFORM VARYING WS-INV-SUB-2 FROM WS-INV-SUB BY 1
017500        IF TABLE-INV-BILLED (WS-INV-SUB-2) = "N"
017510           AND TABLE-INV-CUST (WS-INV-SUB-2) =
017520               TABLE-INV-CUST (WS-INV-SUB)
017521           AND TABLE-INV-SHIP-TO (WS-INV-SUB-2) =
017522               TABLE-INV-SHIP-TO (WS-INV-SUB)
017530           MOVE TABLE-INV-ORDER-NUM (WS-INV-SUB-2)
017540             TO INV-DTL-ORDER-NUM
017541           MOVE TABLE-INV-LINE-NUM (WS-INV-SUB-2)
017542             TO INV-DTL-LINE-NUM
017550           MOVE TABLE-INV-SHAPE (WS-INV-SUB-2)
017560             TO INV-DTL-SHAPE
017570           MOVE TABLE-INV-GROSS (WS-INV-SUB-2)
017660             TO INV-DTL-USD
017670           write INVOICE-PRINT-RECORD from INV-DETAIL-LINE
017680             after advancing 01 lines
017681           IF TABLE-INV-FREIGHT (WS-INV-SUB-2) > 0
017682              MOVE TABLE-INV-FREIGHT (WS-INV-SUB-2)
017683                TO INV-FRT-USD
017684              write INVOICE-PRINT-RECORD from INV-FREIGHT-LINE
017685                after advancing 01 lines
017686              ADD TABLE-INV-FREIGHT (WS-INV-SUB-2)
017687                TO WS-INV-FREIGHT-USD
017688           END-IF
017690           ADD TABLE-INV-USD (WS-INV-SUB-2)
017700             TO WS-INV-SUBTOTAL-USD
017710           ADD TABLE-INV-DISC-USD (WS-INV-SUB-2)
017840           MOVE "Y" TO TABLE-INV-BILLED (WS-INV-SUB-2)
017850           MOVE TABLE-INV-ORDER-NUM (WS-INV-SUB-2)
017860             TO BLD-ORDER-NUMBER
017861           MOVE INV-HDG-NUMBER TO BLD-INVOICE-NUMBER
017862           MOVE TABLE-INV-USD (WS-INV-SUB-2) TO BLD-ORDER-USD
017863           MOVE TABLE-INV-SPLIT-DATA (WS-INV-SUB-2)
017864             TO BLD-SPLIT-DATA
017870           WRITE BILLED-ORDER-RECORD
017880           IF WS-BILLED-COUNT < 4000
017890              ADD 1 TO WS-BILLED-COUNT
017920           END-IF
017930        END-IF
017940     END-PERFORM.
017950* TAX IS FIGURED PER INVOICE ON THE USD SUBTOTAL AT THE RATE
017960* FOR THE CUSTOMER'S SHIP-TO JURISDICTION (NONE IF EXEMPT):
017961* FREIGHT IS NOT TAXED.
017962     MOVE TABLE-INV-SHIP-TO (WS-INV-SUB)
017963       TO WS-SHIP-TO-LOOKUP-CODE.
017970     MOVE WS-INV-SUBTOTAL-USD TO TXC-SALE-AMOUNT.
017975     PERFORM XXXX-FIGURE-SALES-TAX.
017980     MOVE TXC-TAX-AMOUNT TO WS-INV-TAX-USD.
017990     COMPUTE WS-INV-TOTAL-USD =
018000             WS-INV-SUBTOTAL-USD + WS-INV-TAX-USD
018001             + WS-INV-FREIGHT-USD.
018010     MOVE "VOL DISCOUNT (USD): " TO INV-TOT-LABEL.
018020     MOVE WS-INV-DISCOUNT-USD    TO INV-TOT-AMOUNT.
018030     write INVOICE-PRINT-RECORD from INV-TOTAL-LINE
018060     MOVE WS-INV-SUBTOTAL-USD    TO INV-TOT-AMOUNT.
018070     write INVOICE-PRINT-RECORD from INV-TOTAL-LINE
018080       after advancing 01 lines.
018081     IF WS-INV-FREIGHT-USD > 0
018082        MOVE "FREIGHT (USD):      " TO INV-TOT-LABEL
018083        MOVE WS-INV-FREIGHT-USD     TO INV-TOT-AMOUNT
018084        write INVOICE-PRINT-RECORD from INV-TOTAL-LINE
018085          after advancing 01 lines
018086        ADD WS-INV-FREIGHT-USD TO WS-FREIGHT-BILLED-TOTAL
018087     END-IF.
018090     MOVE "SALES TAX (USD):    " TO INV-TOT-LABEL.
018100     MOVE WS-INV-TAX-USD         TO INV-TOT-AMOUNT.
018110     write INVOICE-PRINT-RECORD from INV-TOTAL-LINE
018120       after advancing 01 lines.
018125     PERFORM XXXX-WRITE-TAX-NOTE.
018130     MOVE "INVOICE TOTAL (USD):" TO INV-TOT-LABEL.
018140     MOVE WS-INV-TOTAL-USD       TO INV-TOT-AMOUNT.
018150     write INVOICE-PRINT-RECORD from INV-TOTAL-LINE
018200     MOVE WS-INV-TOTAL-USD       TO OPNINV-AMOUNT.
018210     MOVE 0                      TO OPNINV-PAID.
018220     MOVE "O"                    TO OPNINV-STATUS.
018221* THE SALE, ITS TAX, AND WHERE (OR UNDER WHAT CERTIFICATE) IT
018222* WAS TAXED, FOR THE SALES TAX RETURN:
018223     MOVE WS-INV-SUBTOTAL-USD    TO OPNINV-SALES-AMOUNT.
018224     MOVE WS-INV-TAX-USD         TO OPNINV-TAX-AMOUNT.
018225     MOVE TXC-JURISDICTION       TO OPNINV-TAX-JURIS.
018226     MOVE TXC-TAX-STATUS         TO OPNINV-TAX-STATUS.
018227     MOVE TXC-EXEMPT-CERT        TO OPNINV-EXEMPT-CERT.
018230* A SINGLE-CURRENCY NON-USD INVOICE CARRIES ITS OWN CURRENCY
018240* AND THE ORIGINAL-CURRENCY TOTAL (SUBTOTAL PLUS TAX AT THE
018250* SAME PERCENTAGE, PLUS THE USD FREIGHT CONVERTED BACK);
018251* ANYTHING MIXED OR USD BOOKS AS USD:
018260     IF INVOICE-CURRENCY-MIXED
018270        OR WS-INV-CURRENCY = "USD"
018280        OR WS-INV-CURRENCY = SPACES
018300        MOVE WS-INV-TOTAL-USD TO OPNINV-ORIG-AMOUNT
018310     ELSE
018320        MOVE WS-INV-CURRENCY TO OPNINV-CURRENCY
018321        MOVE 0 TO WS-INV-FREIGHT-ORIG
018322        IF WS-INV-FREIGHT-USD > 0
018323           MOVE WS-INV-CURRENCY TO SHAPE-CURRENCY-CODE
018324           PERFORM XXXX-LOOKUP-CURRENCY-RATE
018325           COMPUTE WS-INV-FREIGHT-ORIG ROUNDED =
018326               WS-INV-FREIGHT-USD / WS-CURRENT-RATE-TO-USD
018327        END-IF
018330        COMPUTE OPNINV-ORIG-AMOUNT ROUNDED =
018340            WS-INV-SUBTOTAL-ORIG
018350            * (1 + TXC-RATE)
018351            + WS-INV-FREIGHT-ORIG
018360     END-IF.
018370     MOVE 0 TO OPNINV-ORIG-PAID.
018375     MOVE "I" TO OPNINV-TYPE.
018380     WRITE OPEN-INVOICE-RECORD.
018390     ADD WS-INV-TOTAL-USD TO WS-INVOICED-REVENUE-TOTAL.
018400* FEED THE CUSTOMER SALES HISTORY - EVERY BILLED DOLLAR NOW
019010     PERFORM XXXX-LOAD-CONTRACT-PRICES.
019020     PERFORM XXXX-LOAD-ORDER-NUMBER.
019030     PERFORM XXXX-LOAD-INVOICE-NUMBER.
019035     PERFORM XXXX-LOAD-PENDING-ORDERS.
019040     OPEN INPUT  SHAPE-FILE-IN.
019050     IF NOT SHAPE-FILE-IN-SUCCESSFUL
019060        DISPLAY "MATHSHPS: CANNOT OPEN SHAPE-FILE-IN, STATUS = "
019450        OPEN OUTPUT BILLED-ORDER-FILE
019460     END-IF.
019470     PERFORM XXXX-LOAD-LOT-TABLE.
019471     PERFORM XXXX-LOAD-ALLOCATIONS.
019480     OPEN EXTEND LOT-TRACE-FILE.
019490     IF NOT GOOD-LOT-TRACE-WRITE
019500        CLOSE LOT-TRACE-FILE
019690                    CALCULATED-FIELDS-OUT.
019700     PERFORM XXXX-GET-FISCAL-PERIOD.
019710     PERFORM XXXX-LOAD-CUSTOMER-TABLE.
019711     PERFORM XXXX-LOAD-SHIP-TO-TABLE.
019720     OPEN EXTEND AUDIT-TRAIL-FILE.
019730     IF NOT GOOD-AUDIT-TRAIL-WRITE
019740        CLOSE AUDIT-TRAIL-FILE
020120     IF WS-ENV-PATH-OVERRIDE NOT = SPACES
020130       MOVE WS-ENV-PATH-OVERRIDE TO WS-MATERIAL-CONTROL-PATH
020140     END-IF.
020141     ACCEPT WS-ENV-PATH-OVERRIDE FROM ENVIRONMENT
                "MATHSHPS-ALLOCATION-FILE".
020142     IF WS-ENV-PATH-OVERRIDE NOT = SPACES
020143       MOVE WS-ENV-PATH-OVERRIDE TO WS-ALLOCATION-PATH
020144     END-IF.
020145     ACCEPT WS-ENV-PATH-OVERRIDE FROM ENVIRONMENT
                "MATHSHPS-SHIP-TO-FILE".
020146     IF WS-ENV-PATH-OVERRIDE NOT = SPACES
020147       MOVE WS-ENV-PATH-OVERRIDE TO WS-SHIP-TO-PATH
020148     END-IF.
020150     ACCEPT WS-ENV-PATH-OVERRIDE FROM ENVIRONMENT
                "MATHSHPS-SALES-FEED-FILE".
020160     IF WS-ENV-PATH-OVERRIDE NOT = SPACES
020480     IF WS-ENV-PATH-OVERRIDE NOT = SPACES
020490       MOVE WS-ENV-PATH-OVERRIDE TO WS-REJECT-LISTING-PATH
020500     END-IF.
020501     ACCEPT WS-ENV-PATH-OVERRIDE FROM ENVIRONMENT
                "MATHSHPS-SHIPMENT-LOG".
020502     IF WS-ENV-PATH-OVERRIDE NOT = SPACES
020503       MOVE WS-ENV-PATH-OVERRIDE TO WS-SHIPMENT-LOG-PATH
020504     END-IF.
020505     ACCEPT WS-ENV-PATH-OVERRIDE FROM ENVIRONMENT
                "MATHSHPS-CUT-LOG".
020506     IF WS-ENV-PATH-OVERRIDE NOT = SPACES
020507       MOVE WS-ENV-PATH-OVERRIDE TO WS-CUT-LOG-PATH
020508     END-IF.

020510 XXXX-ARCHIVE-OLD-REPORT.
020520* IF A SHAPE-REPORT FROM A PRIOR RUN IS SITTING AT THIS PATH,
020810                   TABLE-CUST-NUMBER (WS-CUSTOMER-COUNT)
020820              MOVE CUST-MASTER-NAME TO
020830                   TABLE-CUST-NAME (WS-CUSTOMER-COUNT)
020835              MOVE CUST-MASTER-BILL-STATE TO
020836                   TABLE-CUST-STATE (WS-CUSTOMER-COUNT)
020837              MOVE CUST-MASTER-BILL-ZIP TO
020838                   TABLE-CUST-ZIP (WS-CUSTOMER-COUNT)
020840        END-READ
020850     END-PERFORM.
020860     CLOSE CUSTOMER-MASTER.
021820       MOVE "ER" TO AUD-COMPLETION-STATUS
021830     END-IF.
021840     WRITE AUDIT-TRAIL-RECORD FROM AUDIT-TRAIL-LINE.
021850
021860 XXXX-FIGURE-SALES-TAX.
021870* ASK THE TAX SERVICE FOR THE TAX ON TXC-SALE-AMOUNT FOR THE
021880* CUSTOMER IN CUST-NUMBER, SHIPPED TO THE SHIP-TO NAMED IN
021890* WS-SHIP-TO-LOOKUP-CODE - THE BILL-TO WHEN THAT IS BLANK.
021900     SET TXC-FIGURE-TAX TO TRUE.
021910     MOVE CUST-NUMBER TO TXC-CUST.
021920     PERFORM XXXX-LOOKUP-CUSTOMER.
021930     IF WS-CUSTOMER-SUB > WS-CUSTOMER-COUNT
021940        MOVE SPACES TO TXC-SHIP-STATE
021950                       TXC-SHIP-ZIP
021960     ELSE
021970        MOVE TABLE-CUST-STATE (WS-CUSTOMER-SUB) TO TXC-SHIP-STATE
021980        MOVE TABLE-CUST-ZIP (WS-CUSTOMER-SUB)   TO TXC-SHIP-ZIP
021990     END-IF.
021991     IF WS-SHIP-TO-LOOKUP-CODE NOT = SPACES
021992        PERFORM XXXX-LOOKUP-SHIP-TO
021993        IF WS-SHP-SUB NOT > WS-SHP-COUNT
021994           MOVE TABLE-SHP-STATE (WS-SHP-SUB) TO TXC-SHIP-STATE
021995           MOVE TABLE-SHP-ZIP (WS-SHP-SUB)   TO TXC-SHIP-ZIP
021996        END-IF
021997     END-IF.
022000     MOVE WS-RUN-DATE-CCYYMMDD TO TXC-SALE-DATE.
022010     CALL "TAXSVCRB" USING TAXCALC-PARMS.
022020
022030 XXXX-WRITE-TAX-NOTE.
022040* SAY ON THE INVOICE WHERE THE TAX WAS FIGURED, OR UNDER WHAT
022050* CERTIFICATE THE SALE WENT TAX FREE.  A SHIP-TO STATE NOT ON
022060* THE RATE TABLE TAXES AT THE DEFAULT RATE AND GOES ON THE
022070* REJECT LISTING FOR SOMEBODY TO RATE.
022080     MOVE SPACES TO INV-TAX-NOTE.
022090     IF TXC-EXEMPT
022100        STRING "TAX EXEMPT - CERTIFICATE " DELIMITED BY SIZE
022110               TXC-EXEMPT-CERT             DELIMITED BY SIZE
022120          INTO INV-TAX-NOTE
022130     ELSE
022140        COMPUTE WS-TAX-PCT-WORK = TXC-RATE * 100
022150        MOVE WS-TAX-PCT-WORK TO WS-TAX-PCT-SHOWN
022160        STRING "TAX JURISDICTION "     DELIMITED BY SIZE
022170               TXC-JURISDICTION        DELIMITED BY SIZE
022180               " "                     DELIMITED BY SIZE
022190               TXC-JURIS-NAME          DELIMITED BY SIZE
022200               " AT"                   DELIMITED BY SIZE
022210               WS-TAX-PCT-SHOWN        DELIMITED BY SIZE
022220               "%"                     DELIMITED BY SIZE
022230          INTO INV-TAX-NOTE
022240     END-IF.
022250     write INVOICE-PRINT-RECORD from INV-TAX-NOTE-LINE
022260       after advancing 01 lines.
022270     IF TXC-NOT-RATED
022280        ADD 1 TO WS-TAX-UNRATED-COUNT
022290        DISPLAY "MATHSHPS: NO TAX RATE FOR SHIP-TO STATE '"
022300            TXC-SHIP-STATE "' - INVOICE " INV-HDG-NUMBER
022310            " TAXED AT THE DEFAULT RATE"
022320        MOVE SPACES TO REJECT-LISTING-RECORD
022330        STRING "NO TAX RATE FOR STATE "  DELIMITED BY SIZE
022340               TXC-SHIP-STATE            DELIMITED BY SIZE
022350               " - INVOICE "             DELIMITED BY SIZE
022360               INV-HDG-NUMBER            DELIMITED BY SIZE
022370          INTO REJECT-LISTING-RECORD
022380        WRITE REJECT-LISTING-RECORD
022390     END-IF.
022400
022410 XXXX-LOAD-ORDER-SPLIT.
022420* THE ORDER'S SALESPEOPLE AND SHARES AS A TABLE.  A BLANK PERCENT
022430* IS ZERO, AND A LONE SALESPERSON WITH NO PERCENT (AN ORDER KEYED
022440* BEFORE SPLITS EXISTED) TAKES ALL OF IT.
022450     MOVE ORDER-SALES-ID   TO TABLE-SPLIT-ID (1).
022460     MOVE ORDER-SALES-ID-2 TO TABLE-SPLIT-ID (2).
022470     MOVE ORDER-SALES-ID-3 TO TABLE-SPLIT-ID (3).
022480     MOVE 0 TO TABLE-SPLIT-PCT (1)
022490               TABLE-SPLIT-PCT (2)
022500               TABLE-SPLIT-PCT (3).
022510     IF ORDER-SALES-PCT-1 IS NUMERIC
022520        MOVE ORDER-SALES-PCT-1 TO TABLE-SPLIT-PCT (1)
022530     END-IF.
022540     IF ORDER-SALES-PCT-2 IS NUMERIC
022550        MOVE ORDER-SALES-PCT-2 TO TABLE-SPLIT-PCT (2)
022560     END-IF.
022570     IF ORDER-SALES-PCT-3 IS NUMERIC
022580        MOVE ORDER-SALES-PCT-3 TO TABLE-SPLIT-PCT (3)
022590     END-IF.
022600     IF ORDER-SALES-ID NOT = SPACES
022610        AND ORDER-SALES-ID-2 = SPACES
022620        AND ORDER-SALES-ID-3 = SPACES
022630        AND TABLE-SPLIT-PCT (1) = 0
022640        MOVE 100 TO TABLE-SPLIT-PCT (1)
022650     END-IF.
022660
022670 XXXX-CHECK-SALES-SPLIT.
022680* EVERY SALESPERSON SHARING THE ORDER MUST BE ON THE SALES TABLE,
022690* NAMED ONLY ONCE, AND HAVE A SHARE; A BLANK SLOT HAS NONE.  THE
022700* SHARES TOTAL 100 - OR NOTHING AT ALL ON A HOUSE ORDER.
022710     PERFORM XXXX-LOAD-ORDER-SPLIT.
022720     MOVE "Y" TO WS-SPLIT-OK-SW.
022730     MOVE 0 TO WS-SPLIT-TOTAL.
022740     PERFORM VARYING WS-SPLIT-SUB FROM 1 BY 1
022750        UNTIL WS-SPLIT-SUB > 3
022760        ADD TABLE-SPLIT-PCT (WS-SPLIT-SUB) TO WS-SPLIT-TOTAL
022770        IF TABLE-SPLIT-ID (WS-SPLIT-SUB) = SPACES
022780           IF TABLE-SPLIT-PCT (WS-SPLIT-SUB) NOT = 0
022790              MOVE "N" TO WS-SPLIT-OK-SW
022800           END-IF
022810        ELSE
022820           IF TABLE-SPLIT-PCT (WS-SPLIT-SUB) = 0
022830              MOVE "N" TO WS-SPLIT-OK-SW
022840           END-IF
022850           PERFORM VARYING WS-SPLIT-SUB-2 FROM 1 BY 1
022860              UNTIL WS-SPLIT-SUB-2 >= WS-SPLIT-SUB
022870              IF TABLE-SPLIT-ID (WS-SPLIT-SUB-2) =
022880                 TABLE-SPLIT-ID (WS-SPLIT-SUB)
022890                 MOVE "N" TO WS-SPLIT-OK-SW
022900              END-IF
022910           END-PERFORM
022920        END-IF
022930     END-PERFORM.
022940     IF ORDER-SALES-ID = SPACES
022950        IF WS-SPLIT-TOTAL NOT = 0
022960           MOVE "N" TO WS-SPLIT-OK-SW
022970        END-IF
022980     ELSE
022990        IF WS-SPLIT-TOTAL NOT = 100
023000           MOVE "N" TO WS-SPLIT-OK-SW
023010        END-IF
023020     END-IF.
023030     IF NOT SALES-SPLIT-OK
023040        SET INVALID-SHAPE-RECORD TO TRUE
023050        DISPLAY "REJECTED - BAD SALES SPLIT: " WS-RECORD-COUNT-IN
023060        MOVE "REJECTED - BAD SALES SPLIT: " TO WS-REJECT-REASON
023070        PERFORM XXXX-WRITE-REJECT-LISTING
023080     ELSE
023090        PERFORM VARYING WS-SPLIT-SUB FROM 2 BY 1
023100           UNTIL WS-SPLIT-SUB > 3
023110           IF TABLE-SPLIT-ID (WS-SPLIT-SUB) NOT = SPACES
023120              MOVE 'S' TO WS-LOOKUP-TYPE
023130              MOVE TABLE-SPLIT-ID (WS-SPLIT-SUB) TO WS-SALES-ID
023140              CALL "LOOKUP" USING WS-LOOKUP-FIELDS
023150              IF NOT SUCESSFUL-LOOKUP
023160                 SET INVALID-SHAPE-RECORD TO TRUE
023170                 DISPLAY "REJECTED - UNKNOWN SPLIT REP: "
023180                     WS-RECORD-COUNT-IN
023190                 MOVE "REJECTED - UNKNOWN SPLIT REP: "
023200                   TO WS-REJECT-REASON
023210                 PERFORM XXXX-WRITE-REJECT-LISTING
023220              END-IF
023230           END-IF
023240        END-PERFORM
023250     END-IF.
023260
023270 XXXX-LOAD-PENDING-ORDERS.
023280* A FIRST PASS OVER THE ORDER FILE NOTES EVERY ORDER WITH A RUG
023290* LINE NOT YET SHIPPED OR CANCELLED, SO THE MAIN PASS CAN HOLD
023300* THAT ORDER'S SHIPPED LINES BACK FROM BILLING UNTIL THE REST
023310* GO.  A FILE THAT WON'T OPEN IS LEFT FOR THE MAIN OPEN TO
023320* REPORT.
023330     MOVE 0 TO WS-PENDING-COUNT.
023340     OPEN INPUT SHAPE-FILE-IN.
023350     IF SHAPE-FILE-IN-SUCCESSFUL
023360        PERFORM UNTIL END-OF-SHAPE-FILE
023370           READ SHAPE-FILE-IN
023380              AT END
023390                 SET END-OF-SHAPE-FILE TO TRUE
023400              NOT AT END
023410                 IF SHAPE-REC-IN (31:6) NOT = SPACES
023420                    AND SHAPE-REC-IN (53:1) NOT = "S"
023430                    AND SHAPE-REC-IN (53:1) NOT = "C"
023440                    AND WS-PENDING-COUNT < 2000
023450                    ADD 1 TO WS-PENDING-COUNT
023460                    MOVE SHAPE-REC-IN (31:6) TO
023470                         WS-PENDING-ENTRY (WS-PENDING-COUNT)
023480                 END-IF
023490           END-READ
023500        END-PERFORM
023510        CLOSE SHAPE-FILE-IN
023520     END-IF.
023530
023540 XXXX-CHECK-ORDER-COMPLETE.
023550     MOVE "N" TO WS-ORDER-PENDING-SW.
023560     PERFORM VARYING WS-PENDING-SUB FROM 1 BY 1
023570        UNTIL WS-PENDING-SUB > WS-PENDING-COUNT
023580           OR ORDER-HAS-PENDING-LINES
023590        IF WS-PENDING-ENTRY (WS-PENDING-SUB) = ORDER-NUMBER
023600           SET ORDER-HAS-PENDING-LINES TO TRUE
023610        END-IF
023620     END-PERFORM.
023630
023640 XXXX-LOAD-ALLOCATIONS.
023650* THE ORDER LINES HOLDING MATERIAL.  NO FILE YET MEANS NOTHING
023660* IS RESERVED; A FILE PAST THE TABLE CEILING IS LEFT ALONE FOR
023670* THE RUN RATHER THAN REWRITTEN SHORT.
023680     OPEN INPUT ALLOCATION-FILE.
023690     IF ALLOCATION-FILE-FOUND
023700        PERFORM UNTIL END-OF-ALLOCATION-FILE
023710           READ ALLOCATION-FILE
023720              AT END
023730                 SET END-OF-ALLOCATION-FILE TO TRUE
023740              NOT AT END
023750                 IF WS-ALC-COUNT = 2000
023760                    DISPLAY "MATHSHPS: ALLOCATION TABLE CEILING "
023770                        "(2000) - RESERVATIONS NOT RETIRED"
023780                    MOVE 0 TO WS-ALC-COUNT
023790                    SET END-OF-ALLOCATION-FILE TO TRUE
023800                 ELSE
023810                    ADD 1 TO WS-ALC-COUNT
023820                    MOVE ALLOCATION-RECORD TO
023830                         ALC-TABLE-ENTRY (WS-ALC-COUNT)
023840                 END-IF
023850           END-READ
023860        END-PERFORM
023870        CLOSE ALLOCATION-FILE
023880     END-IF.
023890
023900 XXXX-RETIRE-ALLOCATION.
023910* THE LINE'S MATERIAL HAS JUST BEEN DRAWN OFF STOCK, SO ITS
023920* RESERVATION COMES OFF THE ALLOCATED TOTAL AND ITS ROW OFF THE
023930* ALLOCATION FILE.  A LINE ENTERED BEFORE MATERIAL WAS
023940* ALLOCATED HAS NO ROW AND NOTHING TO RETIRE.
023950     PERFORM VARYING WS-ALC-SUB FROM 1 BY 1
023960        UNTIL WS-ALC-SUB > WS-ALC-COUNT
023970        IF TABLE-ALC-ORDER (WS-ALC-SUB) = ORDER-NUMBER
023980           AND TABLE-ALC-LINE (WS-ALC-SUB) = ORDER-LINE-NUMBER
023990           AND TABLE-ALC-STATUS (WS-ALC-SUB) NOT = "D"
024000           IF TABLE-ALC-ALLOCATED (WS-ALC-SUB) >
024010              TABLE-PRD-ALLOC (WS-PRODUCT-SUB)
024020              MOVE 0 TO TABLE-PRD-ALLOC (WS-PRODUCT-SUB)
024030           ELSE
024040              SUBTRACT TABLE-ALC-ALLOCATED (WS-ALC-SUB)
024050                  FROM TABLE-PRD-ALLOC (WS-PRODUCT-SUB)
024060           END-IF
024070           MOVE "D" TO TABLE-ALC-STATUS (WS-ALC-SUB)
024080           SET ALLOCATIONS-CHANGED TO TRUE
024090        END-IF
024100     END-PERFORM.
024110
024120 XXXX-REWRITE-ALLOCATION-FILE.
024130* WRITE BACK THE RESERVATIONS STILL HELD.  NOTHING IS WRITTEN
024140* WHEN THE RUN RETIRED NONE.
024150     IF ALLOCATIONS-CHANGED
024160        OPEN OUTPUT ALLOCATION-FILE
024170        PERFORM VARYING WS-ALC-SUB FROM 1 BY 1
024180           UNTIL WS-ALC-SUB > WS-ALC-COUNT
024190           IF TABLE-ALC-STATUS (WS-ALC-SUB) NOT = "D"
024200              MOVE ALC-TABLE-ENTRY (WS-ALC-SUB)
024210                TO ALLOCATION-RECORD
024220              WRITE ALLOCATION-RECORD
024230           END-IF
024240        END-PERFORM
024250        CLOSE ALLOCATION-FILE
024260     END-IF.

024270 XXXX-LOAD-SHIP-TO-TABLE.
024280* LOAD THE CUSTOMERS' SHIP-TO ADDRESSES.  NO SHIP-TO FILE JUST
024290* MEANS EVERY ORDER GOES TO ITS BILL-TO ADDRESS.
024300     OPEN INPUT SHIP-TO-FILE.
024310     IF SHIP-TO-FILE-FOUND
024320        PERFORM UNTIL END-OF-SHIP-TO-FILE
024330           READ SHIP-TO-FILE
024340              AT END
024350                 SET END-OF-SHIP-TO-FILE TO TRUE
024360              NOT AT END
024370                 IF WS-SHP-COUNT < 2000
024380                    ADD 1 TO WS-SHP-COUNT
024390                    MOVE SHP-CUST-NUMBER TO
024400                         TABLE-SHP-CUST (WS-SHP-COUNT)
024410                    MOVE SHP-CODE TO
024420                         TABLE-SHP-CODE (WS-SHP-COUNT)
024430                    MOVE SHP-NAME TO
024440                         TABLE-SHP-NAME (WS-SHP-COUNT)
024450                    MOVE SHP-STATE TO
024460                         TABLE-SHP-STATE (WS-SHP-COUNT)
024470                    MOVE SHP-ZIP TO
024480                         TABLE-SHP-ZIP (WS-SHP-COUNT)
024490                 ELSE
024500                    DISPLAY "MATHSHPS: SHIP-TO TABLE FULL - "
024510                       SHP-CUST-NUMBER " " SHP-CODE
024520                       " TAXED AT BILL-TO"
024530                 END-IF
024540           END-READ
024550        END-PERFORM
024560        CLOSE SHIP-TO-FILE
024570     END-IF.
024580
024590 XXXX-LOOKUP-SHIP-TO.
024600* FIND CUST-NUMBER'S SHIP-TO WS-SHIP-TO-LOOKUP-CODE.  WS-SHP-SUB
024610* PAST WS-SHP-COUNT MEANS IT IS NOT ON FILE.
024620     PERFORM VARYING WS-SHP-SUB FROM 1 BY 1
024630        UNTIL WS-SHP-SUB > WS-SHP-COUNT
024640           OR (TABLE-SHP-CUST (WS-SHP-SUB) = CUST-NUMBER
024650               AND TABLE-SHP-CODE (WS-SHP-SUB) =
024660                   WS-SHIP-TO-LOOKUP-CODE)
024670     END-PERFORM.
024680
024690 XXXX-WRITE-SHIP-TO-HEADING.
024700* NAME THE LOCATION THE INVOICE'S ORDERS SHIPPED TO, UNDER THE
024710* SOLD-TO LINE.
024720     MOVE TABLE-INV-SHIP-TO (WS-INV-SUB)
024730       TO INV-HDG-SHIP-TO WS-SHIP-TO-LOOKUP-CODE.
024740     PERFORM XXXX-LOOKUP-SHIP-TO.
024750     IF WS-SHP-SUB > WS-SHP-COUNT
024760        MOVE "*** NOT ON FILE ***" TO INV-HDG-SHIP-TO-NAME
024770     ELSE
024780        MOVE TABLE-SHP-NAME (WS-SHP-SUB) TO INV-HDG-SHIP-TO-NAME
024790     END-IF.
024800     write INVOICE-PRINT-RECORD from INV-HDG-LINE-3
024810       after advancing 01 lines.
024820
024830 XXXX-APPLY-SHIPMENT-FREIGHT.
024840* READ THE SHIPMENT LOG AND PUT EACH SHIPPED LINE'S FREIGHT ON
024850* THAT LINE'S ROW IN THE HELD ORDERS.  A LINE BILLED IN AN
024860* EARLIER RUN IS NOT HELD THIS RUN, SO ITS FREIGHT IS NEVER
024870* BILLED TWICE.  NO LOG MEANS NO FREIGHT.
024880     OPEN INPUT SHIPMENT-LOG-FILE.
024890     IF SHIPMENT-LOG-FOUND
024900        PERFORM UNTIL END-OF-SHIPMENT-LOG
024910           READ SHIPMENT-LOG-FILE
024920              AT END
024930                 SET END-OF-SHIPMENT-LOG TO TRUE
024940              NOT AT END
024950                 IF SLG-FREIGHT IS NUMERIC
024960                    AND SLG-FREIGHT > 0
024970                    PERFORM XXXX-MATCH-SHIPMENT-FREIGHT
024980                 END-IF
024990           END-READ
025000        END-PERFORM
025010        CLOSE SHIPMENT-LOG-FILE
025020     END-IF.
025030
025040 XXXX-MATCH-SHIPMENT-FREIGHT.
025050     PERFORM VARYING WS-INV-SUB FROM 1 BY 1
025060        UNTIL WS-INV-SUB > WS-INV-COUNT
025070           OR (TABLE-INV-ORDER-NUM (WS-INV-SUB) = SLG-ORDER-NUMBER
025080               AND TABLE-INV-LINE-NUM (WS-INV-SUB) =
025090                   SLG-LINE-NUMBER)
025100     END-PERFORM.
025110     IF WS-INV-SUB NOT > WS-INV-COUNT
025120        ADD SLG-FREIGHT TO TABLE-INV-FREIGHT (WS-INV-SUB)
025130     END-IF.
025140
025150 XXXX-WRITE-FREIGHT-POSTING.
025160* THE FREIGHT BILLED THIS RUN POSTS AS A BALANCED PAIR: DEBIT
025170* RECEIVABLES, CREDIT FREIGHT INCOME.  NOTHING POSTS ON A RUN
025180* THAT BILLED NO FREIGHT.
025190     IF WS-FREIGHT-BILLED-TOTAL > 0
025200        OPEN EXTEND GL-POSTING-FILE
025210        IF NOT GOOD-GL-POSTING-WRITE
025220           CLOSE GL-POSTING-FILE
025230           OPEN OUTPUT GL-POSTING-FILE
025240        END-IF
025250        MOVE WS-GL-AR-ACCT TO GLP-ACCOUNT
025260        MOVE "D" TO GLP-DR-CR
025270        MOVE WS-FREIGHT-BILLED-TOTAL TO GLP-AMOUNT
025280        MOVE "FREIGHT BILLED" TO GLP-DESCRIPTION
025290        MOVE WS-RUN-DATE (1:6) TO GLP-RUN-DATE
025300        MOVE WS-GL-PERIOD TO GLP-PERIOD
025310        WRITE GL-POSTING-RECORD
025320        MOVE WS-GL-FREIGHT-ACCT TO GLP-ACCOUNT
025330        MOVE "C" TO GLP-DR-CR
025340        MOVE "FREIGHT INCOME" TO GLP-DESCRIPTION
025350        WRITE GL-POSTING-RECORD
025360        CLOSE GL-POSTING-FILE
025370     END-IF.
025380
025390 XXXX-FIND-CUT-USAGE.
025400* TOTAL THE UNITS THE CUT LOG SHOWS USED ON THIS ORDER LINE.
025410* A LINE NEVER REPORTED CUT, OR NO LOG AT ALL, FINDS NOTHING
025420* AND THE DRAWDOWN FALLS BACK TO THE PLANNED FIGURE.
025430     MOVE "N" TO WS-CUT-USAGE-SW.
025440     MOVE 0 TO WS-CUT-UNITS-USED.
025450     OPEN INPUT CUT-LOG-FILE.
025460     IF CUT-LOG-FOUND
025470        PERFORM UNTIL END-OF-CUT-LOG
025480           READ CUT-LOG-FILE
025490              AT END
025500                 SET END-OF-CUT-LOG TO TRUE
025510              NOT AT END
025520                 IF CLG-ORDER-NUMBER = ORDER-NUMBER
025530                    AND CLG-LINE-NUMBER = ORDER-LINE-NUMBER
025540                    AND CLG-UNITS-USED IS NUMERIC
025550                    SET CUT-USAGE-FOUND TO TRUE
025560                    ADD CLG-UNITS-USED TO WS-CUT-UNITS-USED
025570                 END-IF
025580           END-READ
025590        END-PERFORM
025600        CLOSE CUT-LOG-FILE
025610     END-IF.
