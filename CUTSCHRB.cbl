      * (CUTCAP.DAT), AND FLAGS EVERY ORDER THAT WON'T MAKE ITS
      * PROMISE AT CURRENT CAPACITY.  SCHEDULING DAYS COME FROM THE
      * DATESRVRB DATE SERVICE SO WEEKENDS AND HOLIDAYS ARE NEVER
      * SCHEDULED.  A LINE THE FLOOR HAS REPORTED CUT (CUTCMPRB SETS
      * IT TO "K") DROPS OFF THE SCHEDULE.  A REMNANT CUT FROM A LOT
      * UNDER QUARANTINE OR SCRAPPED (LOTMNTRB) IS NEVER OFFERED.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                 WS-REMNANT-PATH
             organization is line sequential
             file status is WS-REMNANT-STATUS.
           SELECT MATLOT-FILE ASSIGN DYNAMIC
                 WS-MATLOT-PATH
             organization is line sequential
             file status is WS-MATLOT-STATUS.
           SELECT AUDIT-TRAIL-FILE ASSIGN DYNAMIC
                 WS-AUDIT-TRAIL-PATH
             organization is line sequential
               88 SHP-ORDER-IS-IN-WORK     VALUE "W".
           05  SHP-SALES-ID             PIC X(03).
           05  SHP-MATERIAL             PIC X(05).
      * SALES SPLIT SHARES - NOT USED IN SCHEDULING.
           05  FILLER                   PIC X(15).
      * THE RUG'S LINE ON ITS ORDER - BLANK ON AN ORDER FROM BEFORE
      * ORDERS HAD LINES.
           05  SHP-LINE-NUMBER          PIC X(02).
      * SHIP-TO CODE - NOT USED IN SCHEDULING.
           05  FILLER                   PIC X(03).
           05  SHP-AREA-OUT             PIC 9(06)V99.
           05  SHP-PERIMETER-OUT        PIC 9(04).
           05  SHP-PRICE-OUT            PIC 9(06)V99.
           05  RMN-QTY                  PIC 9(05).
           05  RMN-DATE                 PIC X(08).

       FD  MATLOT-FILE
           RECORDING MODE IS F
           DATA RECORD IS MATLOT-RECORD.
      * THE LOT INVENTORY - READ ONLY FOR THE LOTS ON HOLD.
       01 MATLOT-RECORD.
           05  MLT-PRODUCT-ID           PIC X(05).
           05  MLT-LOT-NUMBER           PIC X(06).
           05  MLT-RECEIVED-DATE        PIC X(08).
           05  MLT-QTY-REMAINING        PIC 9(05).
           05  MLT-LOT-STATUS           PIC X(01).
               88 MLT-LOT-HELD             VALUE "Q" "S".
           05  MLT-STATUS-DATE          PIC X(08).
           05  MLT-STATUS-USER          PIC X(08).

       FD  AUDIT-TRAIL-FILE
           RECORDING MODE IS F
           DATA RECORD IS AUDIT-TRAIL-RECORD.
                VALUE "C:\Users\Ryan\Desktop\CUTCAP.DAT".
           05 WS-REMNANT-PATH           PIC X(80)
                VALUE "C:\Users\Ryan\Desktop\REMNANTS.DAT".
           05 WS-MATLOT-PATH            PIC X(80)
                VALUE "C:\Users\Ryan\Desktop\MATLOTS.DAT".
           05 WS-CUT-SCHEDULE-PATH      PIC X(80)
                VALUE "C:\Users\Ryan\Desktop\CUTSCHED.rpt".
           05 WS-AUDIT-TRAIL-PATH       PIC X(80)
              10 TABLE-CUT-MATERIAL     PIC X(05).
              10 TABLE-CUT-PROMISED     PIC X(08).
              10 TABLE-CUT-ORDER-NUM    PIC X(06).
              10 TABLE-CUT-LINE-NUM     PIC X(02).
              10 TABLE-CUT-CUST         PIC X(06).
              10 TABLE-CUT-SHAPE        PIC X(10).
              10 TABLE-CUT-AREA         PIC 9(06)V99.
        01 WS-CUT-HOLD                  PIC X(45) VALUE SPACES.

      * SCHEDULING STATE - THE CURRENT CUTTING DAY AND WHAT IS LEFT
      * OF ITS CAPACITY.
              10 TABLE-RMN-LOT          PIC X(06).
              10 TABLE-RMN-QTY          PIC 9(05).
        01 WS-REMNANT-SUB               PIC 9(03) COMP VALUE 0.
        01 WS-MATLOT-STATUS             pic X(02).
           88 MATLOT-FILE-FOUND            VALUE "00".
           88 END-OF-MATLOT-FILE           VALUE "10".
      * LOTS ON HOLD - THEIR REMNANTS ARE NOT TO BE SPENT.
        01 WS-HELD-LOT-COUNT            PIC 9(03) COMP VALUE 0.
        01 WS-HELD-LOT-TABLE.
           05 WS-HELD-LOT-ENTRY OCCURS 0 TO 500 TIMES
                DEPENDING ON WS-HELD-LOT-COUNT.
              10 TABLE-HELD-PRODUCT     PIC X(05).
              10 TABLE-HELD-LOT         PIC X(06).
        01 WS-HELD-LOT-SUB              PIC 9(03) COMP VALUE 0.
        01 WS-HELD-REMNANTS             PIC 9(04) VALUE 0.
        01 WS-FROM-REMNANTS             PIC 9(04) VALUE 0.
        01 WS-RUN-DATE                  PIC X(08).
        01 WS-RUN-CCYYMMDD              PIC 9(08) VALUE 0.
           05 PAGE-HDG-03-CC         PIC X(01) VALUE SPACE.
           05 FILLER                 PIC X(09) VALUE SPACES.
           05 FILLER                 PIC X(09) VALUE "MATERIAL ".
           05 FILLER                 PIC X(12) VALUE "ORDER-LN".
           05 FILLER                 PIC X(12) VALUE "SHAPE       ".
           05 FILLER                 PIC X(08) VALUE "CUST    ".
           05 FILLER                 PIC X(11) VALUE "      SQ FT".
           05 DTL-MATERIAL           PIC X(05).
           05 FILLER                 PIC X(04) VALUE SPACES.
           05 DTL-ORDER-NUM          PIC X(06).
           05 DTL-LINE-DASH          PIC X(01).
           05 DTL-LINE-NUM           PIC X(02).
           05 FILLER                 PIC X(03) VALUE SPACES.
           05 DTL-SHAPE              PIC X(10).
           05 FILLER                 PIC X(02) VALUE SPACES.
           display "ORDERS SCHEDULED:            " WS-CUT-COUNT.
           display "LATE-RISK ORDERS:            " WS-LATE-COUNT.
           display "CUT-FROM-REMNANT FLAGS:      " WS-FROM-REMNANTS.
           display "REMNANTS ON HOLD:            " WS-HELD-REMNANTS.

           PERFORM 9900-WRITE-AUDIT-RECORD.

           IF WS-ENV-PATH-OVERRIDE NOT = SPACES
              MOVE WS-ENV-PATH-OVERRIDE TO WS-CUT-CAPACITY-PATH
           END-IF.
           ACCEPT WS-ENV-PATH-OVERRIDE FROM ENVIRONMENT
                  "CUTSCHRB-MATLOT-FILE".
           IF WS-ENV-PATH-OVERRIDE NOT = SPACES
              MOVE WS-ENV-PATH-OVERRIDE TO WS-MATLOT-PATH
           END-IF.
           ACCEPT WS-ENV-PATH-OVERRIDE FROM ENVIRONMENT
                  "CUTSCHRB-CUT-SCHEDULE".
           IF WS-ENV-PATH-OVERRIDE NOT = SPACES
              CLOSE CUT-CAPACITY-FILE
           END-IF.
           MOVE WS-DAILY-CAPACITY TO PAGE-HDG-02-CAPACITY.
           PERFORM 1650-LOAD-HELD-LOTS.
           PERFORM 1600-LOAD-REMNANTS.
           OPEN OUTPUT CUT-SCHEDULE-REPORT.
           OPEN EXTEND AUDIT-TRAIL-FILE.
                    AT END
                       SET END-OF-REMNANT-FILE TO TRUE
                    NOT AT END
                       PERFORM 1610-CHECK-REMNANT-LOT
                       IF WS-HELD-LOT-SUB NOT > WS-HELD-LOT-COUNT
                          ADD 1 TO WS-HELD-REMNANTS
                       END-IF
                       IF RMN-QTY IS NUMERIC AND RMN-QTY > 0
                          AND WS-HELD-LOT-SUB > WS-HELD-LOT-COUNT
                          ADD 1 TO WS-REMNANT-COUNT
                          MOVE RMN-PRODUCT-ID TO
                               TABLE-RMN-PRODUCT (WS-REMNANT-COUNT)
              CLOSE REMNANT-FILE
           END-IF.

       1610-CHECK-REMNANT-LOT.
           PERFORM VARYING WS-HELD-LOT-SUB FROM 1 BY 1
              UNTIL WS-HELD-LOT-SUB > WS-HELD-LOT-COUNT
                 OR (TABLE-HELD-PRODUCT (WS-HELD-LOT-SUB) =
                     RMN-PRODUCT-ID
                     AND TABLE-HELD-LOT (WS-HELD-LOT-SUB) =
                     RMN-LOT-NUMBER)
           END-PERFORM.

       1650-LOAD-HELD-LOTS.
      * NO LOT FILE JUST MEANS NOTHING IS ON HOLD.
           OPEN INPUT MATLOT-FILE.
           IF MATLOT-FILE-FOUND
              PERFORM UNTIL END-OF-MATLOT-FILE
                       OR WS-HELD-LOT-COUNT = 500
                 READ MATLOT-FILE
                    AT END
                       SET END-OF-MATLOT-FILE TO TRUE
                    NOT AT END
                       IF MLT-LOT-HELD
                          ADD 1 TO WS-HELD-LOT-COUNT
                          MOVE MLT-PRODUCT-ID TO
                               TABLE-HELD-PRODUCT (WS-HELD-LOT-COUNT)
                          MOVE MLT-LOT-NUMBER TO
                               TABLE-HELD-LOT (WS-HELD-LOT-COUNT)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE MATLOT-FILE
           END-IF.

       2000-LOAD-OPEN-ORDERS.
      * EVERY OPEN OR IN-WORK ORDER WITH A READABLE PROMISED DATE.
      * RULER LINES AND ANYTHING ELSE NON-ORDER FAIL THE NUMERIC
                            TABLE-CUT-PROMISED (WS-CUT-COUNT)
                       MOVE SHP-ORDER-NUMBER TO
                            TABLE-CUT-ORDER-NUM (WS-CUT-COUNT)
                       IF SHP-LINE-NUMBER = SPACES
                          MOVE "01" TO
                               TABLE-CUT-LINE-NUM (WS-CUT-COUNT)
                       ELSE
                          MOVE SHP-LINE-NUMBER TO
                               TABLE-CUT-LINE-NUM (WS-CUT-COUNT)
                       END-IF
                       MOVE SHP-CUST-NUMBER TO
                            TABLE-CUT-CUST (WS-CUT-COUNT)
                       MOVE SHP-SHAPE-TYPE TO
           MOVE SPACE  TO DTL-CC.
           MOVE TABLE-CUT-MATERIAL (WS-CUT-SUB)  TO DTL-MATERIAL.
           MOVE TABLE-CUT-ORDER-NUM (WS-CUT-SUB) TO DTL-ORDER-NUM.
           MOVE "-"                              TO DTL-LINE-DASH.
           MOVE TABLE-CUT-LINE-NUM (WS-CUT-SUB)  TO DTL-LINE-NUM.
           MOVE TABLE-CUT-SHAPE (WS-CUT-SUB)     TO DTL-SHAPE.
           MOVE TABLE-CUT-CUST (WS-CUT-SUB)      TO DTL-CUST.
           MOVE TABLE-CUT-AREA (WS-CUT-SUB)      TO DTL-AREA.
