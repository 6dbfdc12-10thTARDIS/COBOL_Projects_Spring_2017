000100* CURRENCY MUST BE A KNOWN CODE); SHOWS THE COMPUTED PRICE FOR
000110* CONFIRMATION; AND APPENDS A CORRECTLY FORMATTED ORDER RECORD
000120* SO BAD RECORDS STOP REACHING THE BATCH AT ALL.
000121* THE SAME EDITS ALSO KEY PRICE QUOTATIONS - FILED ON QUOTES.DAT
000122* AND PRINTED FOR THE CUSTOMER - AND CONVERT A QUOTE ON FILE TO
000123* A NUMBERED ORDER: AT THE QUOTED PRICE WHILE THE QUOTE HOLDS,
000124* RE-PRICED ONCE IT HAS EXPIRED.
000125* AN ORDER MAY CARRY SEVERAL RUGS: THE CUSTOMER, CURRENCY,
000126* SALESPEOPLE AND PROMISED DATE ARE KEYED ONCE, THEN EACH RUG
000127* IS A NUMBERED LINE UNDER THE ONE ORDER NUMBER.  THE ORDER
000128* HEADERS (ORDHDR.DAT) ARE REBUILT WHEN THE SESSION ENDS.
000129* EACH RUG LINE WRITTEN RESERVES ITS MATERIAL AGAINST AVAILABLE
000131* STOCK THROUGH MATALCRB; A LINE STOCK CANNOT COVER IS TOLD TO
000132* THE DESK AS BACKORDERED, WITH ITS SHORTFALL.
000133* A CUSTOMER WITH SHIP-TO ADDRESSES ON SHIPTO.DAT IS ASKED WHICH
000134* ONE THE ORDER GOES TO; BLANK SHIPS TO THE BILL-TO ADDRESS.
000135
000140 environment division.
000150 configuration section.
000160 INPUT-OUTPUT SECTION.
000250   organization is line sequential
000260   file status is WS-ORDER-NUMBER-STATUS.
000270
000271 SELECT QUOTE-NUMBER-FILE
000272   ASSIGN DYNAMIC WS-QUOTE-NUMBER-PATH
000273   organization is line sequential
000274   file status is WS-QUOTE-NUMBER-STATUS.
000275
000280 SELECT CUSTOMER-MASTER
000290   ASSIGN DYNAMIC WS-CUSTOMER-MASTER-PATH
000300   organization is line sequential
000420   organization is line sequential
000430   file status is WS-CONTRACT-PRICE-STATUS.
000440
000441 SELECT SHIP-TO-FILE
000442   ASSIGN DYNAMIC WS-SHIP-TO-PATH
000443   organization is line sequential
000444   file status is WS-SHIP-TO-STATUS.
000445
000450 SELECT CREDIT-REVIEW-LISTING
000460   ASSIGN DYNAMIC WS-CREDIT-REVIEW-PATH
000470   organization is line sequential
000510   organization is line sequential
000520   file status is WS-AUDIT-TRAIL-STATUS.
000530
000531 SELECT QUOTE-FILE
000532   ASSIGN DYNAMIC WS-QUOTE-FILE-PATH
000533   organization is line sequential
000534   file status is WS-QUOTE-FILE-STATUS.
000535 SELECT QUOTE-PRINT-FILE
000536   ASSIGN DYNAMIC WS-QUOTE-PRINT-PATH
000537   organization is line sequential
000538   file status is WS-QUOTE-PRINT-STATUS.
000539
000540 DATA DIVISION.
000550 FILE SECTION.
000560 FD  ORDER-FILE-OUT
000760     05 ORD-SALES-ID           PIC X(03).
000770* MATERIAL THE RUG IS CUT FROM (BLANK = NO MATERIAL TRACKING):
000780     05 ORD-MATERIAL           PIC X(05).
000781* SALES SPLIT - UP TO TWO MORE REPS SHARING THE CREDIT, EACH
000782* SHARE A WHOLE PERCENT (THE SHARES TOTAL 100; ALL ZERO ON A
000783* HOUSE ORDER):
000784     05 ORD-SALES-PCT-1        PIC 9(03).
000785     05 ORD-SALES-ID-2         PIC X(03).
000786     05 ORD-SALES-PCT-2        PIC 9(03).
000787     05 ORD-SALES-ID-3         PIC X(03).
000788     05 ORD-SALES-PCT-3        PIC 9(03).
000789* THE RUG'S LINE NUMBER ON ITS ORDER, 01 UP:
000790     05 ORD-LINE-NUMBER        PIC 9(02).
000791* SHIP-TO CODE ON SHIPTO.DAT - BLANK SHIPS TO THE BILL-TO:
000792     05 ORD-SHIP-TO-CODE       PIC X(03).
000793
000794 FD  QUOTE-NUMBER-FILE
000795     RECORDING MODE IS F
000796     DATA RECORD IS QUOTE-NUMBER-RECORD.
000797 01 QUOTE-NUMBER-RECORD.
000798     05  CTL-NEXT-QUOTE-NUMBER   PIC 9(06).
000799
000800 FD  ORDER-NUMBER-FILE
000810     RECORDING MODE IS F
000820     DATA RECORD IS ORDER-NUMBER-RECORD.
000960     05  CUST-MASTER-TERMS        PIC X(03).
000970     05  CUST-MASTER-CREDIT-LIMIT PIC 9(07)V99.
000980     05  CUST-MASTER-CREDIT-HOLD  PIC X(01).
000982* BILL-TO ADDRESS CARRIED SO THE RECORD READS IN WHOLE - THE
000984* STATEMENT RUN MAILS TO IT.
000986     05  FILLER                   PIC X(92).
000990
001000
001010 FD  OPEN-INVOICE-FILE
001120     05  OPNINV-CURRENCY          PIC X(03).
001130     05  OPNINV-ORIG-AMOUNT       PIC 9(08)V99.
001140     05  OPNINV-ORIG-PAID         PIC 9(08)V99.
001143     05  OPNINV-TYPE              PIC X(01).
001144* SALES TAX FIELDS CARRIED SO THE RECORD READS IN WHOLE.
001145     05  OPNINV-TAX-JURIS         PIC X(06).
001146     05  OPNINV-TAX-STATUS        PIC X(01).
001147     05  OPNINV-SALES-AMOUNT      PIC 9(08)V99.
001148     05  OPNINV-TAX-AMOUNT        PIC 9(08)V99.
001149     05  OPNINV-EXEMPT-CERT       PIC X(15).
001150
001151 FD  SHIP-TO-FILE
001152     RECORDING MODE IS F
001153     DATA RECORD IS SHIP-TO-RECORD.
001154 01 SHIP-TO-RECORD.
001155     05  SHP-CUST-NUMBER          PIC X(06).
001156     05  SHP-CODE                 PIC X(03).
001157     05  SHP-NAME                 PIC X(20).
001158     05  FILLER                   PIC X(92).
001159
001160 FD  CONTRACT-PRICE-FILE
001170     RECORDING MODE IS F
001180     DATA RECORD IS CONTRACT-PRICE-RECORD.
001350     RECORDING MODE IS F
001360     DATA RECORD IS AUDIT-TRAIL-RECORD.
001370 01 AUDIT-TRAIL-RECORD            PIC X(89).
001371
001372 FD  QUOTE-FILE
001373     RECORDING MODE IS F
001374     DATA RECORD IS QUOTE-RECORD.
001375 01 QUOTE-RECORD                 PIC X(113).
001380
001381 FD  QUOTE-PRINT-FILE
001382     RECORDING MODE IS F
001383     DATA RECORD IS QUOTE-PRINT-RECORD.
001384 01 QUOTE-PRINT-RECORD           PIC X(133).
001385
001390 working-storage section.
001400* FILE PATHS - DEFAULT TO THE PATHS BELOW, BUT CAN BE OVERRIDDEN
001410* AT RUN TIME BY SETTING THE MATCHING ENVIRONMENT VARIABLE
             VALUE "C:\Users\Ryan\Desktop\CREDITRV.rpt".
001510    05 WS-CONTRACT-PRICE-PATH   PIC X(80)
             VALUE "C:\Users\Ryan\Desktop\CONTRACT.DAT".
001511    05 WS-QUOTE-FILE-PATH       PIC X(80)
             VALUE "C:\Users\Ryan\Desktop\QUOTES.DAT".
001512    05 WS-QUOTE-NUMBER-PATH     PIC X(80)
             VALUE "C:\Users\Ryan\Desktop\QUOTENUM.DAT".
001513    05 WS-QUOTE-PRINT-PATH      PIC X(80)
             VALUE "C:\Users\Ryan\Desktop\QUOTES.rpt".
001514    05 WS-SHIP-TO-PATH          PIC X(80)
             VALUE "C:\Users\Ryan\Desktop\SHIPTO.DAT".
001520    05 WS-ENV-PATH-OVERRIDE     PIC X(80).
001530
001531 01  WS-QUOTE-FILE-STATUS       pic X(02).
001532     88 QUOTE-FILE-OK                  VALUE "00".
001533     88 END-OF-QUOTE-FILE              VALUE "10".
001534 01  WS-QUOTE-NUMBER-STATUS     pic X(02).
001535     88 QUOTE-NUMBER-FILE-FOUND        VALUE "00".
001536 01  WS-QUOTE-PRINT-STATUS      pic X(02).
001537     88 GOOD-QUOTE-PRINT-WRITE         VALUE "00".
001540 01  WS-ORDER-FILE-OUT-STATUS   pic X(02).
001550     88 GOOD-ORDER-FILE-WRITE           VALUE "00".
001560 01  WS-ORDER-NUMBER-STATUS     pic X(02).
001670 01  WS-CUSTOMER-MASTER-STATUS  pic X(02).
001680     88 CUSTOMER-MASTER-SUCCESSFUL      VALUE "00".
001690     88 END-OF-CUSTOMER-MASTER          VALUE "10".
001691* THE CUSTOMERS' SHIP-TO ADDRESSES, BY CODE.  NO SHIPTO.DAT
001692* MEANS EVERY ORDER SHIPS TO ITS BILL-TO.
001693 01  WS-SHIP-TO-STATUS          pic X(02).
001694     88 SHIP-TO-FILE-OK                VALUE "00".
001695     88 END-OF-SHIP-TO-FILE            VALUE "10".
001700
001710 01  WS-CUSTOMER-COUNT          PIC 9(03) VALUE 0.
001720 01  WS-CUSTOMER-SUB            PIC 9(03) VALUE 0.
001780        10 TABLE-CUST-HOLD       PIC X(01).
001790        10 TABLE-CUST-BALANCE    PIC 9(08)V99.
001800
001801 01  WS-SHP-COUNT               PIC 9(04) VALUE 0.
001802 01  WS-SHP-SUB                 PIC 9(04) VALUE 0.
001803 01  WS-SHIP-TO-TABLE.
001804     05 SHP-TABLE-ENTRY OCCURS 0 TO 2000 TIMES
001805           DEPENDING ON WS-SHP-COUNT.
001806        10 TABLE-SHP-CUST        PIC X(06).
001807        10 TABLE-SHP-CODE        PIC X(03).
001808        10 TABLE-SHP-NAME        PIC X(20).
001809
001810* CREDIT CHECK WORK - THE COMPUTED ORDER PRICE PLUS THE
001820* CUSTOMER'S OPEN BALANCE FROM OPENINV.DAT AGAINST THEIR
001830* LIMIT.  A HELD OR OVER-LIMIT ORDER GOES TO THE CREDIT-REVIEW
002120        10 TABLE-CTR-TO          PIC X(08).
002130 01  WS-CONTRACT-RATE-DISPLAY   PIC $Z9.99.
002140 01  WS-EXPOSURE-DISPLAY        PIC $$,$$$,$$9.99.
002141 01  WS-SQ-FT-RATE-DISPLAY      PIC $ZZ9.99.
002142 01  WS-AREA-DISPLAY            PIC ZZZ,ZZ9.99.
002143 01  WS-DATE-DISPLAY            PIC 9999/99/99.
002150 01  CREDIT-REVIEW-LINE.
002160     05 CRV-CC                  PIC X(01) VALUE SPACE.
002170     05 FILLER                  PIC X(09) VALUE SPACES.
002310     05 FILLER                  PIC X(02) VALUE SPACES.
002320     05 CRV-USER                PIC X(08).
002330
002331* QUOTES.DAT LINE - THE QUOTE, THEN THE ORDER IT WOULD BECOME:
002332 01  QUOTE-LINE.
002333     05 QTE-QUOTE-NUMBER        PIC 9(06).
002334     05 QTE-QUOTE-DATE          PIC X(08).
002335     05 QTE-EXPIRE-DATE         PIC X(08).
002336     05 QTE-STATUS              PIC X(01).
002337     05 QTE-ORDER-NUMBER        PIC X(06).
002338     05 QTE-QUOTED-PRICE        PIC 9(06)V99.
002339     05 QTE-ORDER-IMAGE         PIC X(76).
002340* SAME BAKED-IN CURRENCY TABLE MATHSHPS CONVERTS WITH - A CODE
002350* THE BATCH WON'T RECOGNIZE IS REFUSED AT THE DESK.
002360 01  WS-CURRENCY-RATE-DATA.
002450 01  WS-CURRENCY-COUNT          PIC 9(02) VALUE 4.
002460 01  WS-CURRENCY-SUB            PIC 9(02) VALUE 0.
002470
002471* THE QUOTES ON FILE, HELD WHILE A CONVERSION SESSION RUNS AND
002472* WRITTEN BACK AT THE END WITH THE CONVERTED ONES MARKED:
002473 01  WS-QUOTE-COUNT             PIC 9(04) VALUE 0.
002474 01  WS-QUOTE-SUB               PIC 9(04) VALUE 0.
002475 01  WS-QUOTE-TABLE.
002476     05 TABLE-QTE-LINE PIC X(113) OCCURS 0 TO 5000 TIMES
002477           DEPENDING ON WS-QUOTE-COUNT.
002478
002480* PARAMETER AREA FOR THE LOOKUP SUBPROGRAM CALL, USED TO CHECK
002490* THE SALES ID AGAINST THE SHARED SALES TABLE:
002500 COPY "LOOKUP.cpy".
002550 01  WS-ANSWER-NUMBER           PIC X(06) VALUE SPACES.
002560 01  WS-ANSWER-TEXT             PIC X(20) VALUE SPACES.
002570 01  WS-ANSWER-CONFIRM          PIC X(01) VALUE SPACE.
002571 01  WS-QUOTE-ANSWER            PIC X(06) VALUE SPACES.
002580 01  WS-FIELD-OK-SW             PIC X(01) VALUE "N".
002590     88 FIELD-ANSWER-OK            VALUE "Y".
002600 01  WS-ORDER-OK-SW             PIC X(01) VALUE "N".
002610     88 ORDER-CONFIRMED            VALUE "Y".
002612* SALES SPLIT ANSWERS - A SHARING REP AS KEYED, ONE SHARE, AND
002613* THE SHARES' TOTAL, RE-ASKED UNTIL IT COMES TO 100:
002614 01  WS-SPLIT-REP               PIC X(03) VALUE SPACES.
002615 01  WS-SPLIT-PCT               PIC 9(03) VALUE 0.
002616 01  WS-SPLIT-TOTAL             PIC 9(04) VALUE 0.
002617 01  WS-SPLIT-OK-SW             PIC X(01) VALUE "N".
002618     88 SPLIT-ANSWER-OK            VALUE "Y".
002620
002621* QUOTE NUMBERING FROM THE QUOTENUM.DAT CONTROL.  A QUOTE HOLDS
002622* ITS PRICE FOR WS-QUOTE-DAYS UNLESS THE DESK KEYS A DATE.
002623 01  WS-NEXT-QUOTE-NUMBER       PIC 9(06) VALUE 300001.
002624 01  WS-QUOTE-DAYS              PIC 9(03) VALUE 30.
002625 01  WS-ORDER-WRITTEN-SW        PIC X(01) VALUE "N".
002626     88 ORDER-WAS-WRITTEN          VALUE "Y".
002627
002630* THE PRICE SHOWN FOR CONFIRMATION, FIGURED WITH THE SAME
002640* FORMULAS AND VOLUME DISCOUNT MATHSHPS USES:
002650 01  WS-PI                      PIC 9V99999 VALUE 3.14159.
002690 01  WS-CALC-PRICE              PIC 9(06)V99 VALUE 0.
002700 01  WS-PRICE-DISPLAY           PIC $$,$$$,$$9.99.
002710 01  WS-ORDERS-WRITTEN          PIC 9(04) VALUE 0.
002711 01  WS-QUOTES-WRITTEN          PIC 9(04) VALUE 0.
002712 01  WS-QUOTES-CONVERTED        PIC 9(04) VALUE 0.
002713* WHAT THE SESSION IS KEYING - ORDERS (THE DEFAULT), QUOTES, OR
002714* CONVERSIONS OF QUOTES ALREADY ON FILE:
002715 01  WS-ENTRY-MODE              PIC X(01) VALUE "O".
002716     88 ORDER-MODE                 VALUE "O".
002717     88 QUOTE-MODE                 VALUE "Q".
002718     88 CONVERT-MODE               VALUE "C".
002719 01  WS-ENTRY-NOUN              PIC X(05) VALUE "ORDER".
002720* THE RUG LINES OF THE ORDER BEING KEYED, HELD UNTIL THE LAST
002721* ONE IS CONFIRMED SO THE CREDIT CHECK SEES THE WHOLE ORDER AND
002722* THE LINES GO TO THE BATCH TOGETHER UNDER ONE ORDER NUMBER.
002723 01  WS-LINE-COUNT              PIC 9(02) VALUE 0.
002724 01  WS-LINE-SUB                PIC 9(02) VALUE 0.
002725 01  WS-LINE-TABLE.
002726     05 TABLE-ORD-LINE          PIC X(81) OCCURS 20 TIMES.
002727 01  WS-ORDER-TOTAL             PIC 9(07)V99 VALUE 0.
002728 01  WS-ANOTHER-LINE-SW         PIC X(01) VALUE "N".
002729     88 ANOTHER-LINE-WANTED        VALUE "Y".
002730* PARAMETER AREA FOR THE ORDER-HEADER REBUILD:
002731 COPY "ORDHDR.cpy".
002732* PARAMETER AREA FOR THE MATERIAL RESERVATION OF EACH LINE:
002733 COPY "MATALC.cpy".
002734 01  WS-LINES-BACKORDERED       PIC 9(04) VALUE 0.
002735
002736 procedure division.
002740
002750 0000-MAINLINE.
002760     DISPLAY "ORDENTRB - RUG ORDER ENTRY".
002790     MOVE "20"              TO WS-RUN-DATE-CCYYMMDD (1:2).
002800     MOVE WS-RUN-DATE (1:6) TO WS-RUN-DATE-CCYYMMDD (3:6).
002810     PERFORM XXXX-OPERATOR-SIGN-ON.
002815     PERFORM XXXX-ASK-ENTRY-MODE.
002820     PERFORM XXXX-LOAD-ORDER-NUMBER.
002830     PERFORM XXXX-LOAD-CUSTOMER-TABLE.
002840     PERFORM XXXX-LOAD-CONTRACT-PRICES.
002845     PERFORM XXXX-LOAD-SHIP-TO-TABLE.
002850     PERFORM XXXX-LOAD-OPEN-BALANCES.
002860     OPEN EXTEND CREDIT-REVIEW-LISTING.
002870     IF NOT GOOD-CREDIT-REVIEW-WRITE
002990        MOVE 16 TO RETURN-CODE
003000        GOBACK
003010     END-IF.
003015     PERFORM XXXX-OPEN-QUOTE-FILES.
003020
003030     IF CONVERT-MODE
003031        PERFORM XXXX-CONVERT-ONE-QUOTE
                 THRU XXXX-CONVERT-ONE-QUOTE-EXIT
003032        PERFORM UNTIL WS-QUOTE-ANSWER = SPACES
003033           PERFORM XXXX-CONVERT-ONE-QUOTE
                    THRU XXXX-CONVERT-ONE-QUOTE-EXIT
003034        END-PERFORM
003035     ELSE
003036        PERFORM XXXX-ENTER-ONE-ORDER
003040        PERFORM UNTIL WS-ANSWER-SHAPE = SPACES
003050           PERFORM XXXX-ENTER-ONE-ORDER
003060        END-PERFORM
003065     END-IF.
003070
003080     DISPLAY "ORDERS WRITTEN THIS SESSION: " WS-ORDERS-WRITTEN.
003081     IF WS-LINES-BACKORDERED > 0
003082        DISPLAY "RUG LINES BACKORDERED:       "
003083            WS-LINES-BACKORDERED
003084     END-IF.
003090     DISPLAY "ORDERS TO CREDIT REVIEW:     "
003100         WS-ORDERS-TO-REVIEW.
003101     IF QUOTE-MODE
003102        DISPLAY "QUOTES WRITTEN THIS SESSION: " WS-QUOTES-WRITTEN
003103     END-IF.
003104     IF CONVERT-MODE
003105        DISPLAY "QUOTES CONVERTED TO ORDERS:  "
003106            WS-QUOTES-CONVERTED
003107     END-IF.
003108     PERFORM XXXX-CLOSE-QUOTE-FILES.
003110     PERFORM XXXX-WRITE-ORDER-NUMBER.
003120     CLOSE ORDER-FILE-OUT
003130           CREDIT-REVIEW-LISTING.
003131     IF WS-ORDERS-WRITTEN > 0
003132        PERFORM XXXX-REBUILD-ORDER-HEADERS
003133     END-IF.
003140     GOBACK.
003150
003160 XXXX-ENTER-ONE-ORDER.
003170* ONE FULL ORDER: EACH PROMPT RE-ASKS UNTIL THE ANSWER PASSES
003180* ITS EDIT, THEN THE COMPUTED PRICE IS SHOWN AND THE ORDER IS
003190* ONLY WRITTEN ON A "Y" CONFIRMATION.  A BLANK SHAPE ENDS THE
003200* SESSION.  A QUOTE SESSION TAKES THE SAME ANSWERS BUT ASKS FOR
003201* THE DATE THE PRICE HOLDS THROUGH INSTEAD OF A PROMISED DATE,
003202* AND FILES AND PRINTS A QUOTE - CREDIT IS CHECKED WHEN THE
003203* QUOTE BECOMES AN ORDER.  AN ORDER'S FIRST RUG IS ITS LINE 01;
003204* THE DESK IS THEN ASKED FOR MORE RUGS ON THE SAME ORDER, AND
003205* THE WHOLE ORDER IS CREDIT CHECKED AND WRITTEN AT THE END.
003210     DISPLAY " ".
003220     DISPLAY "SHAPE (RECTANGLE/SQUARE/CIRCLE/TRIANGLE, "
003230         "BLANK TO QUIT): ".
003360        PERFORM XXXX-ASK-DIMENSIONS
003370        PERFORM XXXX-ASK-UNIT-PRICE
003380        PERFORM XXXX-ASK-CUSTOMER
003382        IF NOT QUOTE-MODE
003384           PERFORM XXXX-ASK-SHIP-TO
003386        END-IF
003390        PERFORM XXXX-ASK-CURRENCY
003400        PERFORM XXXX-ASK-SALES-ID
003405        PERFORM XXXX-ASK-SALES-SPLIT
003410        PERFORM XXXX-ASK-MATERIAL
003415        IF QUOTE-MODE
003416           PERFORM XXXX-ASK-EXPIRE-DATE
003417        ELSE
003420        PERFORM XXXX-ASK-PROMISED-DATE
003425        END-IF
003430        PERFORM XXXX-APPLY-CONTRACT-PRICE
003440        PERFORM XXXX-PRICE-AND-CONFIRM
003450        IF ORDER-CONFIRMED
003451           AND QUOTE-MODE
003452           PERFORM XXXX-WRITE-QUOTE
003453        ELSE
003454        IF ORDER-CONFIRMED
003455           MOVE 0 TO WS-LINE-COUNT
003456                     WS-ORDER-TOTAL
003457           PERFORM XXXX-HOLD-ORDER-LINE
003458           PERFORM XXXX-ASK-ANOTHER-LINE
003459           PERFORM UNTIL NOT ANOTHER-LINE-WANTED
003460              PERFORM XXXX-ENTER-ANOTHER-LINE
003461              PERFORM XXXX-ASK-ANOTHER-LINE
003462           END-PERFORM
003463           PERFORM XXXX-CHECK-AND-WRITE-ORDER
003630        ELSE
003640           DISPLAY WS-ENTRY-NOUN " DISCARDED."
003650        END-IF
003655        END-IF
003660     END-IF.
003670
003680 XXXX-ASK-DIMENSIONS.
004920     DISPLAY "COMPUTED PRICE (AFTER VOLUME DISCOUNT): "
004930         WS-PRICE-DISPLAY " " ORD-CURRENCY-CODE.
004940     MOVE "N" TO WS-ORDER-OK-SW.
004950     DISPLAY "WRITE THIS " FUNCTION TRIM (WS-ENTRY-NOUN)
004955         "? (Y/N): ".
004960     MOVE SPACE TO WS-ANSWER-CONFIRM.
004970     ACCEPT WS-ANSWER-CONFIRM.
004980     IF WS-ANSWER-CONFIRM = "Y" OR WS-ANSWER-CONFIRM = "y"
006160     IF WS-ENV-PATH-OVERRIDE NOT = SPACES
006170       MOVE WS-ENV-PATH-OVERRIDE TO WS-CREDIT-REVIEW-PATH
006180     END-IF.
006181     ACCEPT WS-ENV-PATH-OVERRIDE FROM ENVIRONMENT
                "ORDENTRB-QUOTE-FILE".
006182     IF WS-ENV-PATH-OVERRIDE NOT = SPACES
006183       MOVE WS-ENV-PATH-OVERRIDE TO WS-QUOTE-FILE-PATH
006184     END-IF.
006190     ACCEPT WS-ENV-PATH-OVERRIDE FROM ENVIRONMENT
                "ORDENTRB-CUSTOMER-MASTER".
006200     IF WS-ENV-PATH-OVERRIDE NOT = SPACES
006210       MOVE WS-ENV-PATH-OVERRIDE TO WS-CUSTOMER-MASTER-PATH
006220     END-IF.
006221     ACCEPT WS-ENV-PATH-OVERRIDE FROM ENVIRONMENT
                "ORDENTRB-QUOTE-NUMBER-FILE".
006222     IF WS-ENV-PATH-OVERRIDE NOT = SPACES
006223       MOVE WS-ENV-PATH-OVERRIDE TO WS-QUOTE-NUMBER-PATH
006224     END-IF.
006225     ACCEPT WS-ENV-PATH-OVERRIDE FROM ENVIRONMENT
                "ORDENTRB-QUOTE-PRINT".
006226     IF WS-ENV-PATH-OVERRIDE NOT = SPACES
006227       MOVE WS-ENV-PATH-OVERRIDE TO WS-QUOTE-PRINT-PATH
006228     END-IF.
006229     ACCEPT WS-ENV-PATH-OVERRIDE FROM ENVIRONMENT
                "ORDENTRB-SHIP-TO-FILE".
006231     IF WS-ENV-PATH-OVERRIDE NOT = SPACES
006232       MOVE WS-ENV-PATH-OVERRIDE TO WS-SHIP-TO-PATH
006233     END-IF.
006234
006240 XXXX-LOAD-CUSTOMER-TABLE.
006250* SAME LOAD MATHSHPS DOES - THE DESK VALIDATES AGAINST THE SAME
006260* MASTER THE BATCH PRINTS NAMES FROM.
007400     END-IF.
007410
007420 XXXX-CREDIT-CHECK.
007430* THE ORDER'S COMPUTED PRICE (EVERY RUG LINE ON IT) PLUS THE
007435* CUSTOMER'S OPEN BALANCE
007440* AGAINST THEIR LIMIT.  A HOLD FLAG BLOCKS OUTRIGHT; A ZERO
007450* LIMIT (OR A MASTER WRITTEN BEFORE LIMITS EXISTED) MEANS NO
007460* LIMIT CHECK, THE WAY THE DESK ALWAYS WORKED.
007650        GO TO XXXX-CREDIT-CHECK-EXIT
007660     END-IF.
007670     COMPUTE WS-CREDIT-EXPOSURE =
007680         WS-ORDER-TOTAL + TABLE-CUST-BALANCE (WS-CUSTOMER-SUB).
007690     IF WS-CREDIT-EXPOSURE > TABLE-CUST-LIMIT (WS-CUSTOMER-SUB)
007700        MOVE "N" TO WS-CREDIT-OK-SW
007710        MOVE "OVER CREDIT LIMIT" TO WS-CREDIT-REASON
008250     MOVE SPACE  TO CRV-CC.
008260     MOVE ORD-CUST-NUMBER TO CRV-CUST.
008270     MOVE TABLE-CUST-NAME (WS-CUSTOMER-SUB) TO CRV-CUST-NAME.
008280     IF WS-LINE-COUNT > 1
008281        MOVE "MULTI-RUG" TO CRV-SHAPE
008282     ELSE
008283        MOVE ORD-SHAPE-TYPE TO CRV-SHAPE
008284     END-IF.
008290     MOVE WS-ORDER-TOTAL  TO CRV-PRICE.
008300     MOVE TABLE-CUST-BALANCE (WS-CUSTOMER-SUB) TO CRV-BALANCE.
008310     MOVE TABLE-CUST-LIMIT (WS-CUSTOMER-SUB)   TO CRV-LIMIT.
008320     MOVE WS-CREDIT-REASON TO CRV-REASON.
008330     MOVE SGN-USER-ID      TO CRV-USER.
008340     WRITE CREDIT-REVIEW-RECORD FROM CREDIT-REVIEW-LINE.
008350     DISPLAY "ORDER SENT TO CREDIT REVIEW - NOT WRITTEN.".
008360
008370 XXXX-ASK-SALES-SPLIT.
008380* A HOUSE ORDER CARRIES NO SPLIT.  A SALESPERSON MAY SHARE THE
008390* CREDIT WITH UP TO TWO MORE REPS, EACH ON THE SALES TABLE AND
008400* NAMED ONCE; THE SHARES ARE WHOLE PERCENTS COMING TO 100.  ONE
008410* REP ALONE TAKES THE WHOLE 100.
008420     MOVE 0 TO ORD-SALES-PCT-1
008430               ORD-SALES-PCT-2
008440               ORD-SALES-PCT-3.
008450     MOVE SPACES TO ORD-SALES-ID-2
008460                    ORD-SALES-ID-3.
008470     IF ORD-SALES-ID NOT = SPACES
008480        MOVE 100 TO ORD-SALES-PCT-1
008490        DISPLAY "SECOND SALESPERSON SHARING THE CREDIT -"
008500        PERFORM XXXX-ASK-SPLIT-REP
008510        MOVE WS-SPLIT-REP TO ORD-SALES-ID-2
008520        IF ORD-SALES-ID-2 NOT = SPACES
008530           DISPLAY "THIRD SALESPERSON SHARING THE CREDIT -"
008540           PERFORM XXXX-ASK-SPLIT-REP
008550           MOVE WS-SPLIT-REP TO ORD-SALES-ID-3
008560           PERFORM XXXX-ASK-SPLIT-PERCENTS
008570        END-IF
008580     END-IF.
008590
008600 XXXX-ASK-SPLIT-REP.
008610     MOVE "N" TO WS-FIELD-OK-SW.
008620     PERFORM UNTIL FIELD-ANSWER-OK
008630        DISPLAY "SALES ID (3 CHARS, BLANK = NONE): "
008640        MOVE SPACES TO WS-ANSWER-NUMBER
008650        ACCEPT WS-ANSWER-NUMBER
008660        MOVE WS-ANSWER-NUMBER (1:3) TO WS-SPLIT-REP
008670        IF WS-SPLIT-REP = SPACES
008680           SET FIELD-ANSWER-OK TO TRUE
008690        ELSE
008700           IF WS-SPLIT-REP = ORD-SALES-ID
008710              OR WS-SPLIT-REP = ORD-SALES-ID-2
008720              DISPLAY "REP ALREADY ON THIS ORDER - RE-ENTER"
008730           ELSE
008740              MOVE 'S' TO WS-LOOKUP-TYPE
008750              MOVE WS-SPLIT-REP TO WS-SALES-ID
008760              CALL "LOOKUP" USING WS-LOOKUP-FIELDS
008770              IF SUCESSFUL-LOOKUP
008780                 DISPLAY "SALESPERSON: " WS-SALES-NAME
008790                 SET FIELD-ANSWER-OK TO TRUE
008800              ELSE
008810                 DISPLAY "SALES ID NOT ON SALES TABLE - RE-ENTER"
008820              END-IF
008830           END-IF
008840        END-IF
008850     END-PERFORM.
008860
008870 XXXX-ASK-SPLIT-PERCENTS.
008880* EVERY REP NAMED GETS A SHARE OF 1-99; THE SET IS RE-ASKED
008890* UNTIL THE SHARES COME TO 100.
008900     MOVE "N" TO WS-SPLIT-OK-SW.
008910     PERFORM UNTIL SPLIT-ANSWER-OK
008920        MOVE ORD-SALES-ID TO WS-SPLIT-REP
008930        PERFORM XXXX-ASK-SPLIT-PCT
008940        MOVE WS-SPLIT-PCT TO ORD-SALES-PCT-1
008950        MOVE ORD-SALES-ID-2 TO WS-SPLIT-REP
008960        PERFORM XXXX-ASK-SPLIT-PCT
008970        MOVE WS-SPLIT-PCT TO ORD-SALES-PCT-2
008980        MOVE 0 TO ORD-SALES-PCT-3
008990        IF ORD-SALES-ID-3 NOT = SPACES
009000           MOVE ORD-SALES-ID-3 TO WS-SPLIT-REP
009010           PERFORM XXXX-ASK-SPLIT-PCT
009020           MOVE WS-SPLIT-PCT TO ORD-SALES-PCT-3
009030        END-IF
009040        COMPUTE WS-SPLIT-TOTAL = ORD-SALES-PCT-1
009050              + ORD-SALES-PCT-2 + ORD-SALES-PCT-3
009060        IF WS-SPLIT-TOTAL = 100
009070           SET SPLIT-ANSWER-OK TO TRUE
009080        ELSE
009090           DISPLAY "SHARES TOTAL " WS-SPLIT-TOTAL
009100               " - MUST COME TO 100, RE-ENTER"
009110        END-IF
009120     END-PERFORM.
009130
009140 XXXX-ASK-SPLIT-PCT.
009150     MOVE "N" TO WS-FIELD-OK-SW.
009160     PERFORM UNTIL FIELD-ANSWER-OK
009170        DISPLAY "PERCENT OF CREDIT FOR " WS-SPLIT-REP
009180            " (1-99): "
009190        MOVE SPACES TO WS-ANSWER-NUMBER
009200        ACCEPT WS-ANSWER-NUMBER
009210        IF WS-ANSWER-NUMBER (1:3) IS NUMERIC
009220           AND FUNCTION NUMVAL (WS-ANSWER-NUMBER (1:3)) > 0
009230           AND FUNCTION NUMVAL (WS-ANSWER-NUMBER (1:3)) < 100
009240           MOVE WS-ANSWER-NUMBER (1:3) TO WS-SPLIT-PCT
009250           SET FIELD-ANSWER-OK TO TRUE
009260        ELSE
009270           DISPLAY "PERCENT MUST BE 1-99 "
009280               "(3 DIGITS, E.G. 050)"
009290        END-IF
009300     END-PERFORM.
009310
009320 XXXX-CHECK-AND-WRITE-ORDER.
009330* A CONFIRMED ORDER IS CREDIT CHECKED, THEN EITHER SENT TO
009340* CREDIT REVIEW OR NUMBERED, DATED AND WRITTEN TO THE BATCH -
009345* EVERY HELD RUG LINE UNDER THE ONE ORDER NUMBER.
009350     MOVE "N" TO WS-ORDER-WRITTEN-SW.
009355     MOVE TABLE-ORD-LINE (1) TO ORDER-REC-OUT.
009360     PERFORM XXXX-CREDIT-CHECK
               THRU XXXX-CREDIT-CHECK-EXIT.
009370     IF NOT CREDIT-PASSED
009380        PERFORM XXXX-ROUTE-TO-CREDIT-REVIEW
009390     ELSE
009400        SET ORDER-WAS-WRITTEN TO TRUE
009410        PERFORM VARYING WS-LINE-SUB FROM 1 BY 1
009420           UNTIL WS-LINE-SUB > WS-LINE-COUNT
009430           MOVE TABLE-ORD-LINE (WS-LINE-SUB) TO ORDER-REC-OUT
009440           MOVE WS-NEXT-ORDER-NUMBER TO ORD-ORDER-NUMBER
009450           MOVE WS-RUN-DATE-CCYYMMDD TO ORD-ORDER-DATE
009460           MOVE "O" TO ORD-ORDER-STATUS
009470           WRITE ORDER-REC-OUT
009480           IF NOT GOOD-ORDER-FILE-WRITE
009490              MOVE "N" TO WS-ORDER-WRITTEN-SW
009500              DISPLAY "BAD WRITE - FILE STATUS: "
009505                  WS-ORDER-FILE-OUT-STATUS
009506           ELSE
009507              PERFORM XXXX-ALLOCATE-MATERIAL
009510           END-IF
009515        END-PERFORM
009520        ADD 1 TO WS-NEXT-ORDER-NUMBER
009525        IF ORDER-WAS-WRITTEN
009526           ADD 1 TO WS-ORDERS-WRITTEN
009527           DISPLAY "ORDER " ORD-ORDER-NUMBER " WRITTEN - "
009528               WS-LINE-COUNT " RUG LINE(S)."
009529        END-IF
009530     END-IF.
009540
009550 XXXX-ASK-ENTRY-MODE.
009560* ORDERS ARE THE DEFAULT, SO THE DESK'S USUAL SESSION IS ONE
009570* EXTRA ENTER KEY.
009580     MOVE "N" TO WS-FIELD-OK-SW.
009590     PERFORM UNTIL FIELD-ANSWER-OK
009600        DISPLAY "KEY (O)RDERS, (Q)UOTES, OR (C)ONVERT QUOTES TO "
009610            "ORDERS (BLANK = ORDERS): "
009620        MOVE SPACES TO WS-ANSWER-NUMBER
009630        ACCEPT WS-ANSWER-NUMBER
009640        EVALUATE WS-ANSWER-NUMBER (1:1)
009650           WHEN SPACE
009660           WHEN "O"
009670           WHEN "o"
009680              SET ORDER-MODE TO TRUE
009690              SET FIELD-ANSWER-OK TO TRUE
009700           WHEN "Q"
009710           WHEN "q"
009720              SET QUOTE-MODE TO TRUE
009730              MOVE "QUOTE" TO WS-ENTRY-NOUN
009740              SET FIELD-ANSWER-OK TO TRUE
009750           WHEN "C"
009760           WHEN "c"
009770              SET CONVERT-MODE TO TRUE
009780              SET FIELD-ANSWER-OK TO TRUE
009790           WHEN OTHER
009800              DISPLAY "ANSWER O, Q, OR C"
009810        END-EVALUATE
009820     END-PERFORM.
009830
009840 XXXX-OPEN-QUOTE-FILES.
009850* A QUOTE SESSION APPENDS TO THE QUOTE FILE AND THE PRINTED
009860* QUOTES; A CONVERSION SESSION HOLDS THE WHOLE QUOTE FILE SO THE
009870* CONVERTED QUOTES CAN BE MARKED WHEN IT IS WRITTEN BACK.
009880     IF QUOTE-MODE
009890        PERFORM XXXX-LOAD-QUOTE-NUMBER
009900        OPEN EXTEND QUOTE-FILE
009910        IF NOT QUOTE-FILE-OK
009920           CLOSE QUOTE-FILE
009930           OPEN OUTPUT QUOTE-FILE
009940        END-IF
009950        IF NOT QUOTE-FILE-OK
009960           DISPLAY "ORDENTRB: CANNOT OPEN QUOTE FILE, STATUS = "
009970               WS-QUOTE-FILE-STATUS
009980           MOVE 16 TO RETURN-CODE
009990           GOBACK
010000        END-IF
010010        OPEN EXTEND QUOTE-PRINT-FILE
010020        IF NOT GOOD-QUOTE-PRINT-WRITE
010030           CLOSE QUOTE-PRINT-FILE
010040           OPEN OUTPUT QUOTE-PRINT-FILE
010050        END-IF
010060     END-IF.
010070     IF CONVERT-MODE
010080        PERFORM XXXX-LOAD-QUOTE-TABLE
010090     END-IF.
010100
010110 XXXX-CLOSE-QUOTE-FILES.
010120     IF QUOTE-MODE
010130        PERFORM XXXX-WRITE-QUOTE-NUMBER
010140        CLOSE QUOTE-FILE
010150              QUOTE-PRINT-FILE
010160     END-IF.
010170     IF CONVERT-MODE AND WS-QUOTES-CONVERTED > 0
010180        OPEN OUTPUT QUOTE-FILE
010190        PERFORM VARYING WS-QUOTE-SUB FROM 1 BY 1
010200           UNTIL WS-QUOTE-SUB > WS-QUOTE-COUNT
010210           WRITE QUOTE-RECORD FROM TABLE-QTE-LINE (WS-QUOTE-SUB)
010220        END-PERFORM
010230        CLOSE QUOTE-FILE
010240     END-IF.
010250
010260 XXXX-LOAD-QUOTE-NUMBER.
010270* SAME SHAPE AS THE ORDER NUMBER CONTROL - MISSING FILE MEANS
010280* QUOTE NUMBERING STARTS AT THE BUILT-IN DEFAULT.
010290     OPEN INPUT QUOTE-NUMBER-FILE.
010300     IF QUOTE-NUMBER-FILE-FOUND
010310        READ QUOTE-NUMBER-FILE
010320           AT END
010330              CONTINUE
010340           NOT AT END
010350              MOVE CTL-NEXT-QUOTE-NUMBER TO WS-NEXT-QUOTE-NUMBER
010360        END-READ
010370        CLOSE QUOTE-NUMBER-FILE
010380     END-IF.
010390
010400 XXXX-WRITE-QUOTE-NUMBER.
010410     OPEN OUTPUT QUOTE-NUMBER-FILE.
010420     MOVE WS-NEXT-QUOTE-NUMBER TO CTL-NEXT-QUOTE-NUMBER.
010430     WRITE QUOTE-NUMBER-RECORD.
010440     CLOSE QUOTE-NUMBER-FILE.
010450
010460 XXXX-LOAD-QUOTE-TABLE.
010470* NO QUOTE FILE MEANS NOTHING TO CONVERT.  A FILE TOO BIG TO
010480* HOLD WHOLE IS REFUSED RATHER THAN WRITTEN BACK SHORT.
010490     OPEN INPUT QUOTE-FILE.
010500     IF NOT QUOTE-FILE-OK
010510        DISPLAY "NO QUOTE FILE - THERE ARE NO QUOTES TO CONVERT"
010520     ELSE
010530        PERFORM UNTIL END-OF-QUOTE-FILE
010540           READ QUOTE-FILE
010550              AT END
010560                 SET END-OF-QUOTE-FILE TO TRUE
010570              NOT AT END
010580                 IF WS-QUOTE-COUNT = 5000
010590                    DISPLAY "ORDENTRB: MORE THAN 5000 QUOTES ON "
010600                        "FILE - CONVERSION SESSION REFUSED"
010610                    MOVE 16 TO RETURN-CODE
010620                    GOBACK
010630                 END-IF
010640                 ADD 1 TO WS-QUOTE-COUNT
010650                 MOVE QUOTE-RECORD TO
010660                      TABLE-QTE-LINE (WS-QUOTE-COUNT)
010670           END-READ
010680        END-PERFORM
010690        CLOSE QUOTE-FILE
010700     END-IF.
010710
010720 XXXX-ASK-EXPIRE-DATE.
010730* THE LAST DAY THE QUOTED PRICE HOLDS, CCYYMMDD; BLANK DEFAULTS
010740* TO WS-QUOTE-DAYS OUT.  A DATE ALREADY PAST IS REFUSED.
010750     MOVE "N" TO WS-FIELD-OK-SW.
010760     PERFORM UNTIL FIELD-ANSWER-OK
010770        DISPLAY "PRICE HOLDS THROUGH (CCYYMMDD, BLANK = +"
010780            WS-QUOTE-DAYS " DAYS): "
010790        MOVE SPACES TO WS-ANSWER-TEXT
010800        ACCEPT WS-ANSWER-TEXT
010810        IF WS-ANSWER-TEXT = SPACES
010820           COMPUTE WS-DATE-WORK = FUNCTION DATE-OF-INTEGER
010830               (FUNCTION INTEGER-OF-DATE (WS-RUN-DATE-CCYYMMDD)
010840                + WS-QUOTE-DAYS)
010850           MOVE WS-DATE-WORK TO QTE-EXPIRE-DATE
010860           SET FIELD-ANSWER-OK TO TRUE
010870        ELSE
010880           IF WS-ANSWER-TEXT (1:8) IS NUMERIC
010890              AND WS-ANSWER-TEXT (1:8) NOT < WS-RUN-DATE-CCYYMMDD
010900              MOVE WS-ANSWER-TEXT (1:8) TO QTE-EXPIRE-DATE
010910              SET FIELD-ANSWER-OK TO TRUE
010920           ELSE
010930              DISPLAY "DATE MUST BE CCYYMMDD, TODAY OR LATER"
010940           END-IF
010950        END-IF
010960     END-PERFORM.
010970
010980 XXXX-WRITE-QUOTE.
010990* THE QUOTE CARRIES THE ORDER IT WOULD BECOME, UNNUMBERED AND
011000* UNDATED UNTIL IT IS CONVERTED, AND THE PRICE AS QUOTED.
011010     MOVE SPACES TO ORD-ORDER-NUMBER
011020                    ORD-ORDER-DATE
011030                    ORD-PROMISED-DATE
011040                    ORD-ORDER-STATUS.
011050     MOVE WS-NEXT-QUOTE-NUMBER TO QTE-QUOTE-NUMBER.
011060     MOVE WS-RUN-DATE-CCYYMMDD TO QTE-QUOTE-DATE.
011070     MOVE "O"                  TO QTE-STATUS.
011080     MOVE SPACES               TO QTE-ORDER-NUMBER.
011090     MOVE WS-CALC-PRICE        TO QTE-QUOTED-PRICE.
011100     MOVE ORDER-REC-OUT        TO QTE-ORDER-IMAGE.
011110     WRITE QUOTE-RECORD FROM QUOTE-LINE.
011120     IF QUOTE-FILE-OK
011130        ADD 1 TO WS-NEXT-QUOTE-NUMBER
011140        ADD 1 TO WS-QUOTES-WRITTEN
011150        MOVE QTE-EXPIRE-DATE TO WS-DATE-DISPLAY
011160        DISPLAY "QUOTE " QTE-QUOTE-NUMBER " WRITTEN - PRICE "
011170            "HOLDS THROUGH " WS-DATE-DISPLAY
011180        PERFORM XXXX-PRINT-QUOTE
011190     ELSE
011200        DISPLAY "BAD WRITE - FILE STATUS: " WS-QUOTE-FILE-STATUS
011210     END-IF.
011220
011230 XXXX-PRINT-QUOTE.
011240* THE CUSTOMER'S COPY, APPENDED TO THE PRINTED QUOTES FILE.
011250     PERFORM VARYING WS-CUSTOMER-SUB FROM 1 BY 1
011260        UNTIL WS-CUSTOMER-SUB > WS-CUSTOMER-COUNT
011270           OR TABLE-CUST-NUMBER (WS-CUSTOMER-SUB) =
011280              ORD-CUST-NUMBER
011290     END-PERFORM.
011300     MOVE ALL "-" TO QUOTE-PRINT-RECORD.
011310     WRITE QUOTE-PRINT-RECORD.
011320     MOVE SPACES TO QUOTE-PRINT-RECORD.
011330     MOVE QTE-QUOTE-DATE TO WS-DATE-DISPLAY.
011340     STRING "RUG QUOTATION " DELIMITED BY SIZE
011350            QTE-QUOTE-NUMBER DELIMITED BY SIZE
011360            "      DATE " DELIMITED BY SIZE
011370            WS-DATE-DISPLAY DELIMITED BY SIZE
011380       INTO QUOTE-PRINT-RECORD.
011390     WRITE QUOTE-PRINT-RECORD.
011400     MOVE SPACES TO QUOTE-PRINT-RECORD.
011410     STRING "CUSTOMER      " DELIMITED BY SIZE
011420            ORD-CUST-NUMBER DELIMITED BY SIZE
011430            "  " DELIMITED BY SIZE
011440            TABLE-CUST-NAME (WS-CUSTOMER-SUB) DELIMITED BY SIZE
011450       INTO QUOTE-PRINT-RECORD.
011460     WRITE QUOTE-PRINT-RECORD.
011470     MOVE SPACES TO QUOTE-PRINT-RECORD.
011480     IF ORD-SALES-ID = SPACES
011490        MOVE "SALESPERSON   HOUSE" TO QUOTE-PRINT-RECORD
011500     ELSE
011510        STRING "SALESPERSON   " DELIMITED BY SIZE
011520               ORD-SALES-ID DELIMITED BY SIZE
011530          INTO QUOTE-PRINT-RECORD
011540     END-IF.
011550     WRITE QUOTE-PRINT-RECORD.
011560     MOVE SPACES TO QUOTE-PRINT-RECORD.
011570     STRING "RUG           " DELIMITED BY SIZE
011580            ORD-SHAPE-TYPE DELIMITED BY SIZE
011590            "  " DELIMITED BY SIZE
011600            ORD-SIZE-1 DELIMITED BY SIZE
011610            " X " DELIMITED BY SIZE
011620            ORD-SIZE-2 DELIMITED BY SIZE
011630            " FT   MATERIAL " DELIMITED BY SIZE
011640            ORD-MATERIAL DELIMITED BY SIZE
011650       INTO QUOTE-PRINT-RECORD.
011660     WRITE QUOTE-PRINT-RECORD.
011670     MOVE SPACES TO QUOTE-PRINT-RECORD.
011680     MOVE ORD-SQ-FT-PRICE TO WS-SQ-FT-RATE-DISPLAY.
011690     MOVE WS-CALC-AREA    TO WS-AREA-DISPLAY.
011700     MOVE WS-CALC-PRICE   TO WS-PRICE-DISPLAY.
011710     STRING "PRICE/SQ FT   " DELIMITED BY SIZE
011720            WS-SQ-FT-RATE-DISPLAY DELIMITED BY SIZE
011730            "   AREA " DELIMITED BY SIZE
011740            WS-AREA-DISPLAY DELIMITED BY SIZE
011750            " SQ FT   QUOTED PRICE " DELIMITED BY SIZE
011760            WS-PRICE-DISPLAY DELIMITED BY SIZE
011770            " " DELIMITED BY SIZE
011780            ORD-CURRENCY-CODE DELIMITED BY SIZE
011790       INTO QUOTE-PRINT-RECORD.
011800     WRITE QUOTE-PRINT-RECORD.
011810     MOVE SPACES TO QUOTE-PRINT-RECORD.
011820     MOVE QTE-EXPIRE-DATE TO WS-DATE-DISPLAY.
011830     STRING "THIS PRICE HOLDS THROUGH " DELIMITED BY SIZE
011840            WS-DATE-DISPLAY DELIMITED BY SIZE
011850            ".  A RUG ORDERED AFTER THAT IS PRICED WHEN ORDERED."
011860               DELIMITED BY SIZE
011870       INTO QUOTE-PRINT-RECORD.
011880     WRITE QUOTE-PRINT-RECORD.
011890     MOVE SPACES TO QUOTE-PRINT-RECORD.
011900     STRING "QUOTED BY     " DELIMITED BY SIZE
011910            SGN-USER-ID DELIMITED BY SIZE
011920       INTO QUOTE-PRINT-RECORD.
011930     WRITE QUOTE-PRINT-RECORD.
011940
011950 XXXX-CONVERT-ONE-QUOTE.
011960* ONE QUOTE TO ONE ORDER.  WHILE THE QUOTE HOLDS THE ORDER TAKES
011970* THE QUOTED PRICE AS IT STANDS; ONCE IT HAS EXPIRED THE DESK
011980* KEYS TODAY'S PRICE AND ANY ACTIVE CONTRACT APPLIES, THE SAME
011990* AS A NEW ORDER.  EITHER WAY THE ORDER GETS A PROMISED DATE, A
012000* CONFIRMATION AND THE CREDIT CHECK.  A BLANK QUOTE NUMBER ENDS
012010* THE SESSION.
012020     DISPLAY " ".
012030     DISPLAY "QUOTE NUMBER TO CONVERT (BLANK TO QUIT): ".
012040     MOVE SPACES TO WS-QUOTE-ANSWER.
012050     ACCEPT WS-QUOTE-ANSWER.
012060     IF WS-QUOTE-ANSWER = SPACES
012070        GO TO XXXX-CONVERT-ONE-QUOTE-EXIT
012080     END-IF.
012090     PERFORM VARYING WS-QUOTE-SUB FROM 1 BY 1
012100        UNTIL WS-QUOTE-SUB > WS-QUOTE-COUNT
012110           OR TABLE-QTE-LINE (WS-QUOTE-SUB) (1:6) =
                 WS-QUOTE-ANSWER
012120     END-PERFORM.
012130     IF WS-QUOTE-SUB > WS-QUOTE-COUNT
012140        DISPLAY "QUOTE NOT ON FILE - RE-ENTER"
012150        GO TO XXXX-CONVERT-ONE-QUOTE-EXIT
012160     END-IF.
012170     MOVE TABLE-QTE-LINE (WS-QUOTE-SUB) TO QUOTE-LINE.
012180     IF QTE-STATUS = "C"
012190        DISPLAY "QUOTE ALREADY CONVERTED TO ORDER "
                QTE-ORDER-NUMBER
012200        GO TO XXXX-CONVERT-ONE-QUOTE-EXIT
012210     END-IF.
012220     MOVE QTE-ORDER-IMAGE TO ORDER-REC-OUT.
012230     PERFORM VARYING WS-CUSTOMER-SUB FROM 1 BY 1
012240        UNTIL WS-CUSTOMER-SUB > WS-CUSTOMER-COUNT
012250           OR TABLE-CUST-NUMBER (WS-CUSTOMER-SUB) =
012260              ORD-CUST-NUMBER
012270     END-PERFORM.
012280     IF WS-CUSTOMER-SUB > WS-CUSTOMER-COUNT
012290        DISPLAY "CUSTOMER " ORD-CUST-NUMBER " NO LONGER ON "
012300            "CUSTOMER-MASTER - QUOTE NOT CONVERTED"
012310        GO TO XXXX-CONVERT-ONE-QUOTE-EXIT
012320     END-IF.
012330     MOVE QTE-QUOTED-PRICE TO WS-PRICE-DISPLAY.
012340     DISPLAY "CUSTOMER: " TABLE-CUST-NAME (WS-CUSTOMER-SUB).
012350     DISPLAY "RUG: " ORD-SHAPE-TYPE " " ORD-SIZE-1 " X "
012360         ORD-SIZE-2 "   QUOTED PRICE: " WS-PRICE-DISPLAY " "
012370         ORD-CURRENCY-CODE.
012380     MOVE QTE-EXPIRE-DATE TO WS-DATE-DISPLAY.
012390     IF QTE-EXPIRE-DATE < WS-RUN-DATE-CCYYMMDD
012400        DISPLAY "QUOTE EXPIRED " WS-DATE-DISPLAY
012410            " - THE ORDER IS RE-PRICED AT TODAY'S PRICE"
012420        PERFORM XXXX-ASK-UNIT-PRICE
012430        PERFORM XXXX-APPLY-CONTRACT-PRICE
012440     ELSE
012450        DISPLAY "QUOTE HOLDS THROUGH " WS-DATE-DISPLAY
012460            " - THE ORDER TAKES THE QUOTED PRICE"
012470     END-IF.
012475     PERFORM XXXX-ASK-SHIP-TO.
012480     PERFORM XXXX-ASK-PROMISED-DATE.
012490     PERFORM XXXX-PRICE-AND-CONFIRM.
012500     IF NOT ORDER-CONFIRMED
012510        DISPLAY "ORDER DISCARDED - QUOTE STAYS OPEN."
012520        GO TO XXXX-CONVERT-ONE-QUOTE-EXIT
012530     END-IF.
012535     MOVE 0 TO WS-LINE-COUNT
012536               WS-ORDER-TOTAL.
012537     PERFORM XXXX-HOLD-ORDER-LINE.
012540     PERFORM XXXX-CHECK-AND-WRITE-ORDER.
012550     IF ORDER-WAS-WRITTEN
012560        MOVE "C" TO QTE-STATUS
012570        MOVE ORD-ORDER-NUMBER TO QTE-ORDER-NUMBER
012580        MOVE QUOTE-LINE TO TABLE-QTE-LINE (WS-QUOTE-SUB)
012590        ADD 1 TO WS-QUOTES-CONVERTED
012600        DISPLAY "QUOTE " QTE-QUOTE-NUMBER " CONVERTED."
012610     ELSE
012620        DISPLAY "QUOTE " QTE-QUOTE-NUMBER " STAYS OPEN."
012630     END-IF.
012640 XXXX-CONVERT-ONE-QUOTE-EXIT.
012650     EXIT.
012660
012670 XXXX-HOLD-ORDER-LINE.
012680* THE CONFIRMED RUG TAKES THE NEXT LINE NUMBER ON THE ORDER AND
012690* ITS PRICE GOES INTO THE ORDER TOTAL FOR THE CREDIT CHECK.
012700     ADD 1 TO WS-LINE-COUNT.
012710     MOVE WS-LINE-COUNT TO ORD-LINE-NUMBER.
012720     MOVE ORDER-REC-OUT TO TABLE-ORD-LINE (WS-LINE-COUNT).
012730     ADD WS-CALC-PRICE TO WS-ORDER-TOTAL.
012740
012750 XXXX-ASK-ANOTHER-LINE.
012760     MOVE "N" TO WS-ANOTHER-LINE-SW.
012770     IF WS-LINE-COUNT = 20
012780        DISPLAY "20 RUG LINES IS THE MOST ONE ORDER CARRIES"
012790     ELSE
012800        DISPLAY "ANOTHER RUG ON THIS ORDER? (Y/N): "
012810        MOVE SPACE TO WS-ANSWER-CONFIRM
012820        ACCEPT WS-ANSWER-CONFIRM
012830        IF WS-ANSWER-CONFIRM = "Y" OR WS-ANSWER-CONFIRM = "y"
012840           SET ANOTHER-LINE-WANTED TO TRUE
012850        END-IF
012860     END-IF.
012870
012880 XXXX-ENTER-ANOTHER-LINE.
012890* A FURTHER RUG ON THE SAME ORDER.  THE CUSTOMER, CURRENCY,
012900* SALESPEOPLE AND PROMISED DATE STAND AS KEYED FOR LINE 01;
012910* THE RUG ITSELF - SHAPE, SIZES, PRICE AND MATERIAL - IS ASKED
012920* AND EDITED THE SAME WAY, AND ANY CONTRACT RATE APPLIES.
012930     DISPLAY " ".
012940     DISPLAY "SHAPE (RECTANGLE/SQUARE/CIRCLE/TRIANGLE): ".
012950     MOVE SPACES TO WS-ANSWER-SHAPE.
012960     ACCEPT WS-ANSWER-SHAPE.
012970     IF WS-ANSWER-SHAPE NOT = "RECTANGLE"
012980        AND WS-ANSWER-SHAPE NOT = "SQUARE"
012990        AND WS-ANSWER-SHAPE NOT = "CIRCLE"
013000        AND WS-ANSWER-SHAPE NOT = "TRIANGLE"
013010        DISPLAY "UNKNOWN SHAPE - RUG NOT ADDED"
013020     ELSE
013030        MOVE WS-ANSWER-SHAPE TO ORD-SHAPE-TYPE
013040        PERFORM XXXX-ASK-DIMENSIONS
013050        PERFORM XXXX-ASK-UNIT-PRICE
013060        PERFORM XXXX-ASK-MATERIAL
013070        PERFORM XXXX-APPLY-CONTRACT-PRICE
013080        MOVE "RUG" TO WS-ENTRY-NOUN
013090        PERFORM XXXX-PRICE-AND-CONFIRM
013100        MOVE "ORDER" TO WS-ENTRY-NOUN
013110        IF ORDER-CONFIRMED
013120           PERFORM XXXX-HOLD-ORDER-LINE
013130        ELSE
013140           DISPLAY "RUG DISCARDED - THE ORDER STANDS WITHOUT IT."
013150        END-IF
013160     END-IF.
013170
013180 XXXX-REBUILD-ORDER-HEADERS.
013190* THE NEW ORDERS GET THEIR HEADERS, AND EVERY HEADER ITS STATUS
013200* ROLLED UP FROM ITS LINES.
013210     MOVE WS-ORDER-FILE-OUT-PATH TO OHD-ORDER-FILE-PATH.
013220     CALL "ORDHDRRB" USING ORDHDR-PARMS.
013230     IF NOT OHD-OK
013240        DISPLAY "ORDENTRB: ORDER HEADERS NOT REBUILT, STATUS = "
013250            OHD-STATUS
013260     END-IF.
013270
013280 XXXX-ALLOCATE-MATERIAL.
013290* RESERVE THE LINE'S MATERIAL.  A LINE STOCK CANNOT COVER STILL
013300* GOES TO THE BATCH - IT IS BACKORDERED, AND RECEIVING FILLS IT
013310* IN PROMISED-DATE ORDER AS MATERIAL ARRIVES.
013320     MOVE "A" TO MAL-FUNCTION.
013330     MOVE ORDER-REC-OUT TO MAL-ORDER-LINE.
013340     CALL "MATALCRB" USING MATALC-PARMS.
013350     EVALUATE TRUE
013360        WHEN MAL-BACKORDERED
013370           ADD 1 TO WS-LINES-BACKORDERED
013380           DISPLAY "LINE " ORD-LINE-NUMBER " BACKORDERED - "
013390               ORD-MATERIAL " SHORT " MAL-QTY-SHORT " OF "
013400               MAL-QTY-NEEDED
013410        WHEN MAL-NO-PRODUCT-FILE
013420        WHEN MAL-TABLE-FULL
013430           DISPLAY "ORDENTRB: MATERIAL NOT RESERVED, STATUS = "
013440               MAL-STATUS
013450     END-EVALUATE.
013460
013470 XXXX-ASK-SHIP-TO.
013480* WHERE THE ORDER GOES.  A CUSTOMER WITH NO SHIP-TO ADDRESSES IS
013490* NOT ASKED - IT SHIPS TO THE BILL-TO, AS DOES A BLANK ANSWER.
013500     MOVE SPACES TO ORD-SHIP-TO-CODE.
013510     PERFORM VARYING WS-SHP-SUB FROM 1 BY 1
013520        UNTIL WS-SHP-SUB > WS-SHP-COUNT
013530           OR TABLE-SHP-CUST (WS-SHP-SUB) = ORD-CUST-NUMBER
013540     END-PERFORM.
013550     IF WS-SHP-SUB > WS-SHP-COUNT
013560        SET FIELD-ANSWER-OK TO TRUE
013570     ELSE
013580        MOVE "N" TO WS-FIELD-OK-SW
013590     END-IF.
013600     PERFORM UNTIL FIELD-ANSWER-OK
013610        DISPLAY "SHIP-TO CODE (BLANK = BILL-TO ADDRESS): "
013620        MOVE SPACES TO WS-ANSWER-NUMBER
013630        ACCEPT WS-ANSWER-NUMBER
013640        IF WS-ANSWER-NUMBER (1:3) = SPACES
013650           DISPLAY "SHIPS TO: BILL-TO ADDRESS"
013660           SET FIELD-ANSWER-OK TO TRUE
013670        ELSE
013680           PERFORM VARYING WS-SHP-SUB FROM 1 BY 1
013690              UNTIL WS-SHP-SUB > WS-SHP-COUNT
013700                 OR (TABLE-SHP-CUST (WS-SHP-SUB) = ORD-CUST-NUMBER
013710                     AND TABLE-SHP-CODE (WS-SHP-SUB) =
013720                         WS-ANSWER-NUMBER (1:3))
013730           END-PERFORM
013740           IF WS-SHP-SUB > WS-SHP-COUNT
013750              DISPLAY "SHIP-TO NOT ON FILE FOR THIS CUSTOMER - "
013760                  "RE-ENTER"
013770           ELSE
013780              MOVE WS-ANSWER-NUMBER (1:3) TO ORD-SHIP-TO-CODE
013790              DISPLAY "SHIPS TO: " TABLE-SHP-NAME (WS-SHP-SUB)
013800              SET FIELD-ANSWER-OK TO TRUE
013810           END-IF
013820        END-IF
013830     END-PERFORM.
013840
013850 XXXX-LOAD-SHIP-TO-TABLE.
013860     OPEN INPUT SHIP-TO-FILE.
013870     IF SHIP-TO-FILE-OK
013880        PERFORM UNTIL END-OF-SHIP-TO-FILE
013890                 OR WS-SHP-COUNT = 2000
013900           READ SHIP-TO-FILE
013910              AT END
013920                 SET END-OF-SHIP-TO-FILE TO TRUE
013930              NOT AT END
013940                 ADD 1 TO WS-SHP-COUNT
013950                 MOVE SHP-CUST-NUMBER TO
013960                      TABLE-SHP-CUST (WS-SHP-COUNT)
013970                 MOVE SHP-CODE TO TABLE-SHP-CODE (WS-SHP-COUNT)
013980                 MOVE SHP-NAME TO TABLE-SHP-NAME (WS-SHP-COUNT)
013990           END-READ
014000        END-PERFORM
014010        CLOSE SHIP-TO-FILE
014020     END-IF.
