       IDENTIFICATION DIVISION.
       program-id. TAXSVCRB.
       AUTHOR.     RYAN BROOKS.
      * CALLABLE SALES TAX SERVICE.  BILLING USED TO CHARGE ONE FLAT
      * 7% ON THE FILE TOTAL, WHEREVER THE RUG WENT AND WHOEVER
      * BOUGHT IT - RESALE DEALERS INCLUDED.  TAX IS NOW FIGURED PER
      * SALE HERE, BEHIND THE TAXCALC.cpy PARAMETER AREA: THE SHIP-
      * TO STATE AND LOCALITY PICK THE JURISDICTION AND ITS RATE OFF
      * THE RATE TABLE, AND A CUSTOMER WITH AN UNEXPIRED EXEMPTION
      * CERTIFICATE FOR THAT STATE BUYS TAX FREE.  FUNCTION CODES
      * AND FIELD MEANINGS ARE DOCUMENTED IN THE COPYBOOK.  THE RATE
      * TABLE AND CERTIFICATES LOAD ON THE FIRST CALL OF THE RUN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TAX-RATE-FILE ASSIGN DYNAMIC
                 WS-TAX-RATE-PATH
             organization is line sequential
             file status is WS-TAX-RATE-STATUS.
           SELECT TAX-EXEMPT-FILE ASSIGN DYNAMIC
                 WS-TAX-EXEMPT-PATH
             organization is line sequential
             file status is WS-TAX-EXEMPT-STATUS.

       data division.
       FILE SECTION.

       FD  TAX-RATE-FILE
           RECORDING MODE IS F
           DATA RECORD IS TAX-RATE-RECORD.
      * ONE ROW PER JURISDICTION: THE SHIP-TO STATE AND LOCALITY
      * (FIVE-DIGIT ZIP, BLANK FOR THE STATE-WIDE RATE), THE FILING
      * CODE THE RETURN IS MADE UNDER, ITS NAME, AND THE COMBINED
      * STATE-PLUS-LOCAL RATE.  KEPT BY HAND, LIKE THE CONTRACT FILE.
       01 TAX-RATE-RECORD.
          05 FILE-TXR-STATE           PIC X(02).
          05 FILE-TXR-LOCALITY        PIC X(05).
          05 FILE-TXR-JURISDICTION    PIC X(06).
          05 FILE-TXR-JURIS-NAME      PIC X(20).
          05 FILE-TXR-RATE            PIC 9V9999.

       FD  TAX-EXEMPT-FILE
           RECORDING MODE IS F
           DATA RECORD IS TAX-EXEMPT-RECORD.
      * EXEMPTION CERTIFICATES ON FILE - CUSTOMER, CERTIFICATE
      * NUMBER, THE STATE IT WAS ISSUED FOR (BLANK FOR A MULTI-STATE
      * CERTIFICATE), AND THE DATE IT EXPIRES (CCYYMMDD).
       01 TAX-EXEMPT-RECORD.
          05 FILE-EXM-CUST            PIC X(06).
          05 FILE-EXM-CERT-NUMBER     PIC X(15).
          05 FILE-EXM-STATE           PIC X(02).
          05 FILE-EXM-EXPIRES         PIC X(08).

       working-storage section.
       01 WS-TAX-RATE-PATH         PIC X(80)
          VALUE "C:\Users\Ryan\Desktop\TAXRATE.DAT".
       01 WS-TAX-EXEMPT-PATH       PIC X(80)
          VALUE "C:\Users\Ryan\Desktop\TAXEXMPT.DAT".
       01 WS-ENV-PATH-OVERRIDE     PIC X(80).
       01 WS-TAX-RATE-STATUS       PIC X(02).
          88 TAX-RATE-FILE-OK                VALUE "00".
          88 END-OF-TAX-RATE-FILE            VALUE "10".
       01 WS-TAX-EXEMPT-STATUS     PIC X(02).
          88 TAX-EXEMPT-FILE-OK              VALUE "00".
          88 END-OF-TAX-EXEMPT-FILE          VALUE "10".
       01 WS-TABLES-LOADED-SW      PIC X(01) VALUE "N".
          88 TAX-TABLES-LOADED               VALUE "Y".

      * THE FLAT RATE BILLING ALWAYS CHARGED - NOW ONLY THE FALLBACK
      * FOR A SHIP-TO STATE NOBODY HAS PUT ON THE RATE TABLE.
       01 WS-DEFAULT-TAX-RATE      PIC 9V9999 VALUE 0.0700.

       01 WS-TXR-COUNT             PIC 9(03) VALUE 0.
       01 WS-TXR-TABLE.
          05 WS-TXR-ENTRY OCCURS 0 TO 500 TIMES
                DEPENDING ON WS-TXR-COUNT.
             10 TABLE-TXR-STATE       PIC X(02).
             10 TABLE-TXR-LOCALITY    PIC X(05).
             10 TABLE-TXR-JURISDICTION PIC X(06).
             10 TABLE-TXR-JURIS-NAME  PIC X(20).
             10 TABLE-TXR-RATE        PIC 9V9999.
       01 WS-TXR-SUB               PIC 9(03).

       01 WS-EXM-COUNT             PIC 9(04) VALUE 0.
       01 WS-EXM-TABLE.
          05 WS-EXM-ENTRY OCCURS 0 TO 2000 TIMES
                DEPENDING ON WS-EXM-COUNT.
             10 TABLE-EXM-CUST        PIC X(06).
             10 TABLE-EXM-CERT-NUMBER PIC X(15).
             10 TABLE-EXM-STATE       PIC X(02).
             10 TABLE-EXM-EXPIRES     PIC 9(08).
       01 WS-EXM-SUB               PIC 9(04).

       01 WS-SEEK-LOCALITY         PIC X(05) VALUE SPACES.

       LINKAGE SECTION.
       COPY "TAXCALC.cpy".

       procedure division USING TAXCALC-PARMS.

       0000-MAINLINE.
           IF NOT TAX-TABLES-LOADED
              PERFORM 0150-LOAD-TAX-RATES
              PERFORM 0160-LOAD-EXEMPTIONS
           END-IF.
           MOVE "0" TO TXC-STATUS.
           EVALUATE TRUE
              WHEN TXC-FIGURE-TAX
                 PERFORM 1000-FIGURE-TAX
              WHEN TXC-JURIS-NAME-OF
                 PERFORM 2000-JURISDICTION-NAME
              WHEN OTHER
                 MOVE "E" TO TXC-STATUS
           END-EVALUATE.
           goback.

       0150-LOAD-TAX-RATES.
      * LOAD ONCE, ON THE FIRST CALL OF THE RUN.  NO FILE MEANS NO
      * STATE IS RATED AND EVERY SALE TAXES AT THE DEFAULT RATE.
           SET TAX-TABLES-LOADED TO TRUE.
           ACCEPT WS-ENV-PATH-OVERRIDE FROM ENVIRONMENT
                "TAXSVCRB-TAX-RATE-FILE".
           IF WS-ENV-PATH-OVERRIDE NOT = SPACES
             MOVE WS-ENV-PATH-OVERRIDE TO WS-TAX-RATE-PATH
           END-IF.
           OPEN INPUT TAX-RATE-FILE.
           IF TAX-RATE-FILE-OK
             PERFORM UNTIL END-OF-TAX-RATE-FILE
               READ TAX-RATE-FILE
                 AT END
                   SET END-OF-TAX-RATE-FILE TO TRUE
                 NOT AT END
                   IF FILE-TXR-RATE IS NUMERIC
                      AND FILE-TXR-STATE NOT = SPACES
                      AND WS-TXR-COUNT < 500
                     ADD 1 TO WS-TXR-COUNT
                     MOVE FILE-TXR-STATE TO
                          TABLE-TXR-STATE (WS-TXR-COUNT)
                     MOVE FILE-TXR-LOCALITY TO
                          TABLE-TXR-LOCALITY (WS-TXR-COUNT)
                     MOVE FILE-TXR-JURISDICTION TO
                          TABLE-TXR-JURISDICTION (WS-TXR-COUNT)
                     MOVE FILE-TXR-JURIS-NAME TO
                          TABLE-TXR-JURIS-NAME (WS-TXR-COUNT)
                     MOVE FILE-TXR-RATE TO
                          TABLE-TXR-RATE (WS-TXR-COUNT)
                   END-IF
               END-READ
             END-PERFORM
             CLOSE TAX-RATE-FILE
           END-IF.

       0160-LOAD-EXEMPTIONS.
      * LOAD ONCE WITH THE RATES.  A CERTIFICATE WITHOUT A GOOD
      * EXPIRATION DATE IS NOT TAKEN - NOBODY GOES TAX FREE ON A
      * CERTIFICATE WE CANNOT SHOW IS CURRENT.
           ACCEPT WS-ENV-PATH-OVERRIDE FROM ENVIRONMENT
                "TAXSVCRB-EXEMPT-CERT-FILE".
           IF WS-ENV-PATH-OVERRIDE NOT = SPACES
             MOVE WS-ENV-PATH-OVERRIDE TO WS-TAX-EXEMPT-PATH
           END-IF.
           OPEN INPUT TAX-EXEMPT-FILE.
           IF TAX-EXEMPT-FILE-OK
             PERFORM UNTIL END-OF-TAX-EXEMPT-FILE
               READ TAX-EXEMPT-FILE
                 AT END
                   SET END-OF-TAX-EXEMPT-FILE TO TRUE
                 NOT AT END
                   IF FILE-EXM-EXPIRES IS NUMERIC
                      AND FILE-EXM-CERT-NUMBER NOT = SPACES
                      AND WS-EXM-COUNT < 2000
                     ADD 1 TO WS-EXM-COUNT
                     MOVE FILE-EXM-CUST TO
                          TABLE-EXM-CUST (WS-EXM-COUNT)
                     MOVE FILE-EXM-CERT-NUMBER TO
                          TABLE-EXM-CERT-NUMBER (WS-EXM-COUNT)
                     MOVE FILE-EXM-STATE TO
                          TABLE-EXM-STATE (WS-EXM-COUNT)
                     MOVE FILE-EXM-EXPIRES TO
                          TABLE-EXM-EXPIRES (WS-EXM-COUNT)
                   END-IF
               END-READ
             END-PERFORM
             CLOSE TAX-EXEMPT-FILE
           END-IF.

       1000-FIGURE-TAX.
      * THE STATE-AND-ZIP ROW FIRST, THEN THE STATE-WIDE ROW.
           MOVE TXC-SHIP-ZIP (1:5) TO WS-SEEK-LOCALITY.
           PERFORM 1100-FIND-RATE-ROW.
           IF WS-TXR-SUB > WS-TXR-COUNT
              AND WS-SEEK-LOCALITY NOT = SPACES
              MOVE SPACES TO WS-SEEK-LOCALITY
              PERFORM 1100-FIND-RATE-ROW
           END-IF.
           IF WS-TXR-SUB > WS-TXR-COUNT
              MOVE "R" TO TXC-STATUS
              MOVE SPACES TO TXC-JURISDICTION
              MOVE "*"            TO TXC-JURISDICTION (1:1)
              MOVE TXC-SHIP-STATE TO TXC-JURISDICTION (2:2)
              MOVE "NOT ON RATE TABLE" TO TXC-JURIS-NAME
              MOVE WS-DEFAULT-TAX-RATE TO TXC-RATE
           ELSE
              MOVE TABLE-TXR-JURISDICTION (WS-TXR-SUB)
                TO TXC-JURISDICTION
              MOVE TABLE-TXR-JURIS-NAME (WS-TXR-SUB)
                TO TXC-JURIS-NAME
              MOVE TABLE-TXR-RATE (WS-TXR-SUB) TO TXC-RATE
           END-IF.
      * A CURRENT CERTIFICATE FOR THE SHIP-TO STATE, OR ONE GOOD IN
      * EVERY STATE, MAKES THE SALE EXEMPT.
           PERFORM VARYING WS-EXM-SUB FROM 1 BY 1
              UNTIL WS-EXM-SUB > WS-EXM-COUNT
                 OR (TABLE-EXM-CUST (WS-EXM-SUB) = TXC-CUST
                     AND (TABLE-EXM-STATE (WS-EXM-SUB) =
                          TXC-SHIP-STATE
                          OR TABLE-EXM-STATE (WS-EXM-SUB) = SPACES)
                     AND TABLE-EXM-EXPIRES (WS-EXM-SUB) NOT <
                         TXC-SALE-DATE)
           END-PERFORM.
           IF WS-EXM-SUB > WS-EXM-COUNT
              MOVE "T" TO TXC-TAX-STATUS
              MOVE SPACES TO TXC-EXEMPT-CERT
              COMPUTE TXC-TAX-AMOUNT ROUNDED =
                  TXC-SALE-AMOUNT * TXC-RATE
           ELSE
              MOVE "E" TO TXC-TAX-STATUS
              MOVE TABLE-EXM-CERT-NUMBER (WS-EXM-SUB)
                TO TXC-EXEMPT-CERT
              MOVE 0 TO TXC-TAX-AMOUNT
           END-IF.

       1100-FIND-RATE-ROW.
           PERFORM VARYING WS-TXR-SUB FROM 1 BY 1
              UNTIL WS-TXR-SUB > WS-TXR-COUNT
                 OR (TABLE-TXR-STATE (WS-TXR-SUB) = TXC-SHIP-STATE
                     AND TABLE-TXR-LOCALITY (WS-TXR-SUB) =
                         WS-SEEK-LOCALITY)
           END-PERFORM.

       2000-JURISDICTION-NAME.
           PERFORM VARYING WS-TXR-SUB FROM 1 BY 1
              UNTIL WS-TXR-SUB > WS-TXR-COUNT
                 OR TABLE-TXR-JURISDICTION (WS-TXR-SUB) =
                    TXC-JURISDICTION
           END-PERFORM.
           IF WS-TXR-SUB > WS-TXR-COUNT
              MOVE "R" TO TXC-STATUS
              MOVE "NOT ON RATE TABLE" TO TXC-JURIS-NAME
              MOVE 0 TO TXC-RATE
           ELSE
              MOVE TABLE-TXR-JURIS-NAME (WS-TXR-SUB)
                TO TXC-JURIS-NAME
              MOVE TABLE-TXR-RATE (WS-TXR-SUB) TO TXC-RATE
           END-IF.
