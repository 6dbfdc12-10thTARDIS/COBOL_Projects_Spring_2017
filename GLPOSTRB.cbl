      * GETS FIXED WITHOUT DOLLARS GOING MISSING.  A POSTED FILE IS
      * RENAMED ASIDE (<PATH>.P<YYMMDDHHMM>) SO THE SAME DOLLARS
      * CAN'T POST TWICE.
      *
      * A LINE DATED INTO A FISCAL PERIOD THAT MONTH-END HAS CLOSED
      * (GLPERIOD.DAT, KEPT BY GLPCLSRB) DOES NOT POST.  IT GOES TO
      * THE SUSPENSE LISTING INSTEAD AND IS CARRIED FORWARD IN A
      * FRESH POSTING FILE AFTER THE POSTED ONE IS SET ASIDE - IT
      * WAITS THERE UNTIL THE PERIOD IS REOPENED OR THE LINE IS
      * CORRECTED.  THE BALANCE PROOF COVERS THE LINES THAT POST.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
             ASSIGN DYNAMIC WS-JOURNAL-LISTING-PATH
             organization is LINE sequential
             file status is WS-JOURNAL-LISTING-STATUS.
           SELECT PERIOD-STATUS-FILE ASSIGN DYNAMIC
                 WS-PERIOD-STATUS-PATH
             organization is line sequential
             file status is WS-PERIOD-STATUS-STATUS.
           SELECT SUSPENSE-LISTING
             ASSIGN DYNAMIC WS-SUSPENSE-LISTING-PATH
             organization is LINE sequential
             file status is WS-SUSPENSE-LISTING-STATUS.
           SELECT AUDIT-TRAIL-FILE ASSIGN DYNAMIC
                 WS-AUDIT-TRAIL-PATH
             organization is line sequential
           DATA RECORD IS JOURNAL-LISTING-RECORD.
       01 JOURNAL-LISTING-RECORD         PIC X(133).

       FD  PERIOD-STATUS-FILE
           RECORDING MODE IS F
           DATA RECORD IS PERIOD-STATUS-RECORD.
      * ONE ROW PER FISCAL PERIOD GLPCLSRB HAS EVER CLOSED.
       01 PERIOD-STATUS-RECORD.
           05  GLS-PERIOD               PIC X(06).
           05  GLS-STATUS               PIC X(01).
               88 GLS-PERIOD-CLOSED        VALUE "C".
           05  GLS-CHANGED-DATE         PIC X(08).
           05  GLS-CHANGED-TIME         PIC X(08).
           05  GLS-CHANGED-BY           PIC X(08).

       FD  SUSPENSE-LISTING
           RECORDING MODE IS F
           DATA RECORD IS SUSPENSE-LISTING-RECORD.
       01 SUSPENSE-LISTING-RECORD        PIC X(133).

       FD  AUDIT-TRAIL-FILE
           RECORDING MODE IS F
           DATA RECORD IS AUDIT-TRAIL-RECORD.
                VALUE "C:\Users\Ryan\Desktop\GLLEDGER.DAT".
           05 WS-JOURNAL-LISTING-PATH   PIC X(80)
                VALUE "C:\Users\Ryan\Desktop\GLJOURNAL.rpt".
           05 WS-PERIOD-STATUS-PATH     PIC X(80)
                VALUE "C:\Users\Ryan\Desktop\GLPERIOD.DAT".
           05 WS-SUSPENSE-LISTING-PATH  PIC X(80)
                VALUE "C:\Users\Ryan\Desktop\GLSUSPNS.rpt".
           05 WS-AUDIT-TRAIL-PATH       PIC X(80)
                VALUE "C:\Users\Ryan\Desktop\OPS-AUDIT-TRAIL.LOG".
           05 WS-ENV-PATH-OVERRIDE      PIC X(80).
           88 GOOD-GL-LEDGER-WRITE         VALUE "00".
        01 WS-JOURNAL-LISTING-STATUS    pic X(02).
           88 GOOD-LISTING-WRITE           VALUE "00".
        01 WS-PERIOD-STATUS-STATUS      pic X(02).
           88 PERIOD-STATUS-SUCCESSFUL     VALUE "00".
           88 END-OF-PERIOD-STATUS         VALUE "10".
        01 WS-SUSPENSE-LISTING-STATUS   pic X(02).
           88 GOOD-SUSPENSE-WRITE          VALUE "00".
        01 WS-AUDIT-TRAIL-STATUS        pic X(02).
           88 GOOD-AUDIT-TRAIL-WRITE       VALUE "00".

      * THE PERIODS MONTH-END HAS CLOSED.
        01 WS-CLOSED-COUNT              PIC 9(04) COMP VALUE 0.
        01 WS-CLOSED-TABLE.
           05 WS-CLOSED-ENTRY OCCURS 0 TO 1200 TIMES
                DEPENDING ON WS-CLOSED-COUNT.
              10 TABLE-CLOSED-PERIOD    PIC X(06).
        01 WS-CLOSED-SUB                PIC 9(04) COMP VALUE 0.

      * THE CHART OF ACCOUNTS.
        01 WS-CHART-COUNT               PIC 9(03) COMP VALUE 0.
        01 WS-CHART-TABLE.
              10 TABLE-JRN-IMAGE        PIC X(56).
        01 WS-JOURNAL-SUB               PIC 9(04) COMP VALUE 0.

      * LINES HELD OUT FOR A CLOSED PERIOD, CARRIED FORWARD INTO THE
      * NEXT POSTING FILE ONCE THIS ONE IS SET ASIDE.
        01 WS-SUSPENSE-COUNT            PIC 9(04) COMP VALUE 0.
        01 WS-SUSPENSE-TABLE.
           05 WS-SUSPENSE-ENTRY OCCURS 0 TO 5000 TIMES
                DEPENDING ON WS-SUSPENSE-COUNT.
              10 TABLE-SUS-IMAGE        PIC X(56).
        01 WS-SUSPENSE-SUB              PIC 9(04) COMP VALUE 0.
        01 WS-SUSPENSE-DEBITS           PIC 9(12)V99 VALUE 0.
        01 WS-SUSPENSE-CREDITS          PIC 9(12)V99 VALUE 0.
        01 WS-SUSPENSE-DISPLAY          PIC 9(05) VALUE 0.

        01 WS-TOTAL-DEBITS              PIC 9(12)V99 VALUE 0.
        01 WS-TOTAL-CREDITS             PIC 9(12)V99 VALUE 0.
        01 WS-LINES-READ                PIC 9(05) VALUE 0.
           05 FILLER                 PIC X(16)
              VALUE "          CREDIT".
           05 FILLER                 PIC X(26) VALUE "  DESCRIPTION".
           05 PAGE-HDG-03-REASON     PIC X(16) VALUE SPACES.

       01  DETAIL-LINE-JOURNAL.
           05 DTL-CC                 PIC X(01) VALUE SPACE.
           05 DTL-CREDIT             PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 DTL-DESCRIPTION        PIC X(24).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 DTL-REASON             PIC X(16).

       01  SUSPENSE-HDG-01.
           05 SUSPENSE-HDG-01-CC     PIC X(01) VALUE SPACE.
           05 FILLER                 PIC X(45) VALUE SPACES.
           05 FILLER                 PIC X(37)
              VALUE "GENERAL LEDGER POSTING SUSPENSE".
           05 FILLER                 PIC X(22) VALUE SPACES.
           05 FILLER                 PIC X(06) VALUE "PAGE: ".
           05 SUSPENSE-HDG-01-PAGE   PIC ZZ9.

       01  TOTALS-LINE.
           05 TOTAL-LINE-CC          PIC X(01) VALUE SPACE.
           05 FILLER                 PIC X(04) VALUE SPACES.
           05 TOTAL-VERDICT          PIC X(30).

       01  SUSPENSE-TOTALS-LINE.
           05 SUS-TOTAL-CC           PIC X(01) VALUE SPACE.
           05 FILLER                 PIC X(09) VALUE SPACES.
           05 FILLER                 PIC X(17)
              VALUE "LINES SUSPENDED: ".
           05 SUS-TOTAL-LINES        PIC ZZZZ9.
           05 FILLER                 PIC X(04) VALUE SPACES.
           05 FILLER                 PIC X(08) VALUE "DEBITS: ".
           05 SUS-TOTAL-DEBITS       PIC $,$$$,$$$,$$9.99.
           05 FILLER                 PIC X(04) VALUE SPACES.
           05 FILLER                 PIC X(09) VALUE "CREDITS: ".
           05 SUS-TOTAL-CREDITS      PIC $,$$$,$$$,$$9.99.

       01  DETAIL-LINE-LINE.
           05 FILLER                 PIC X(10) VALUE SPACES.
           05 FILLER                 PIC X(115) VALUE ALL "_".
       01  PAGE-STUFF.
           05 WS-PAGE-COUNT           PIC 999 VALUE 0.
           05 WS-LINE-COUNT           PIC 99 VALUE 0.
           05 WS-SUSPENSE-PAGE-COUNT  PIC 999 VALUE 0.
           05 WS-SUSPENSE-LINE-COUNT  PIC 99 VALUE 0.

       01 WS-REPORT-RULER.
          05 FILLER                  PIC X(50)
           PERFORM 2000-READ-POSTING.

           perform until END-OF-GL-POSTING
              perform 3000-JOURNAL-ONE-LINE THRU 3000-EXIT
              perform 2000-READ-POSTING
           END-PERFORM.

      * WHOLE FILE OR NOTHING POSTS.
           IF WS-TOTAL-DEBITS NOT = WS-TOTAL-CREDITS
              perform 9000-CREATE-LISTING-TOTAL-LINE
              perform 9100-CREATE-SUSPENSE-TOTAL-LINE
              DISPLAY "GLPOSTRB: POSTING FILE OUT OF BALANCE - "
                  "NOTHING POSTED"
              DISPLAY "  DEBITS  " WS-TOTAL-DEBITS
              MOVE 08 TO RETURN-CODE
              PERFORM 9900-WRITE-AUDIT-RECORD
              close JOURNAL-LISTING
                    SUSPENSE-LISTING
                    AUDIT-TRAIL-FILE
              GOBACK
           END-IF.

           PERFORM 9600-WRITE-LEDGER-FILE.
           PERFORM 9650-SET-POSTED-ASIDE.
           IF WS-RENAME-RESULT = 0
              PERFORM 9700-CARRY-SUSPENSE-FORWARD
           END-IF.
           perform 9000-CREATE-LISTING-TOTAL-LINE.
           perform 9100-CREATE-SUSPENSE-TOTAL-LINE.

           MOVE WS-SUSPENSE-COUNT TO WS-SUSPENSE-DISPLAY.
           display "POSTING LINES READ:          " WS-LINES-READ.
           display "ACCOUNTS NOT ON CHART:       "
               WS-UNKNOWN-ACCOUNTS.
           display "LINES SUSPENDED (CLOSED):    "
               WS-SUSPENSE-DISPLAY.
           display "LEDGER ROWS ON FILE:         " WS-LEDGER-COUNT.

           PERFORM 9900-WRITE-AUDIT-RECORD.

           close JOURNAL-LISTING
                 SUSPENSE-LISTING
                 AUDIT-TRAIL-FILE.

           GOBACK.
           IF WS-ENV-PATH-OVERRIDE NOT = SPACES
              MOVE WS-ENV-PATH-OVERRIDE TO WS-JOURNAL-LISTING-PATH
           END-IF.
           ACCEPT WS-ENV-PATH-OVERRIDE FROM ENVIRONMENT
                  "GLPOSTRB-PERIOD-STATUS-FILE".
           IF WS-ENV-PATH-OVERRIDE NOT = SPACES
              MOVE WS-ENV-PATH-OVERRIDE TO WS-PERIOD-STATUS-PATH
           END-IF.
           ACCEPT WS-ENV-PATH-OVERRIDE FROM ENVIRONMENT
                  "GLPOSTRB-SUSPENSE-LISTING".
           IF WS-ENV-PATH-OVERRIDE NOT = SPACES
              MOVE WS-ENV-PATH-OVERRIDE TO WS-SUSPENSE-LISTING-PATH
           END-IF.
           ACCEPT WS-ENV-PATH-OVERRIDE FROM ENVIRONMENT
                  "GLPOSTRB-AUDIT-TRAIL-FILE".
           IF WS-ENV-PATH-OVERRIDE NOT = SPACES
              GOBACK
           END-IF.
           OPEN OUTPUT JOURNAL-LISTING.
           OPEN OUTPUT SUSPENSE-LISTING.
           OPEN EXTEND AUDIT-TRAIL-FILE.
           IF NOT GOOD-AUDIT-TRAIL-WRITE
              CLOSE AUDIT-TRAIL-FILE
           END-IF.
           PERFORM 1500-LOAD-CHART.
           PERFORM 1600-LOAD-LEDGER.
           PERFORM 1700-LOAD-CLOSED-PERIODS.
           PERFORM 8000-WRITE-HEADINGS.
           PERFORM 8100-WRITE-SUSPENSE-HEADINGS.

       1500-LOAD-CHART.
      * NO CHART JUST MEANS EVERY ACCOUNT PRINTS FLAGGED.
              CLOSE GL-LEDGER-FILE
           END-IF.

       1700-LOAD-CLOSED-PERIODS.
      * NO PERIOD STATUS FILE MEANS NO PERIOD HAS BEEN CLOSED YET.
           OPEN INPUT PERIOD-STATUS-FILE.
           IF PERIOD-STATUS-SUCCESSFUL
              PERFORM UNTIL END-OF-PERIOD-STATUS
                 READ PERIOD-STATUS-FILE
                    AT END
                       SET END-OF-PERIOD-STATUS TO TRUE
                    NOT AT END
                       IF GLS-PERIOD-CLOSED
                          AND WS-CLOSED-COUNT < 1200
                          ADD 1 TO WS-CLOSED-COUNT
                          MOVE GLS-PERIOD TO
                               TABLE-CLOSED-PERIOD (WS-CLOSED-COUNT)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE PERIOD-STATUS-FILE
           END-IF.

       2000-READ-POSTING.
           READ GL-POSTING-FILE
                AT END
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
      * A LINE DATED INTO A CLOSED PERIOD IS HELD OUT OF THE
      * JOURNAL AND THE PROOF ALTOGETHER.
           PERFORM 4100-RESOLVE-PERIOD.
           PERFORM VARYING WS-CLOSED-SUB FROM 1 BY 1
              UNTIL WS-CLOSED-SUB > WS-CLOSED-COUNT
                 OR TABLE-CLOSED-PERIOD (WS-CLOSED-SUB) = WS-POST-PERIOD
           END-PERFORM.
           IF WS-CLOSED-SUB NOT > WS-CLOSED-COUNT
              PERFORM 3500-SUSPEND-ONE-LINE
              GO TO 3000-EXIT
           END-IF.
           IF WS-JOURNAL-COUNT = 5000
              DISPLAY "GLPOSTRB: JOURNAL TABLE CEILING (5000) "
                  "REACHED - RUN STOPPED"
              ADD GLP-AMOUNT TO WS-TOTAL-CREDITS
           END-IF.
           PERFORM 7000-LIST-JOURNAL-LINE.
       3000-EXIT.
           EXIT.

       3500-SUSPEND-ONE-LINE.
           IF WS-SUSPENSE-COUNT = 5000
              DISPLAY "GLPOSTRB: SUSPENSE TABLE CEILING (5000) "
                  "REACHED - RUN STOPPED"
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           ADD 1 TO WS-SUSPENSE-COUNT.
           MOVE GL-POSTING-RECORD TO
                TABLE-SUS-IMAGE (WS-SUSPENSE-COUNT).
           IF GLP-DR-CR = "D"
              ADD GLP-AMOUNT TO WS-SUSPENSE-DEBITS
           ELSE
              ADD GLP-AMOUNT TO WS-SUSPENSE-CREDITS
           END-IF.
           PERFORM 7500-LIST-SUSPENSE-LINE.

       4000-POST-TO-LEDGER.
           MOVE TABLE-JRN-IMAGE (WS-JOURNAL-SUB)
           write JOURNAL-LISTING-RECORD from DETAIL-LINE-JOURNAL
             after advancing 01 lines.

       7500-LIST-SUSPENSE-LINE.
           MOVE SPACES TO DETAIL-LINE-JOURNAL.
           MOVE SPACE  TO DTL-CC.
           MOVE GLP-ACCOUNT TO DTL-ACCOUNT.
           PERFORM 7100-FIND-ACCOUNT-NAME.
           MOVE WS-POST-PERIOD TO DTL-PERIOD.
           IF GLP-DR-CR = "D"
              MOVE GLP-AMOUNT TO DTL-DEBIT
              MOVE 0          TO DTL-CREDIT
           ELSE
              MOVE 0          TO DTL-DEBIT
              MOVE GLP-AMOUNT TO DTL-CREDIT
           END-IF.
           MOVE GLP-DESCRIPTION TO DTL-DESCRIPTION.
           MOVE "PERIOD CLOSED" TO DTL-REASON.
           add 1 to WS-SUSPENSE-LINE-COUNT.
           if WS-SUSPENSE-LINE-COUNT > 50
              PERFORM 8100-WRITE-SUSPENSE-HEADINGS.
           write SUSPENSE-LISTING-RECORD from DETAIL-LINE-JOURNAL
             after advancing 01 lines.

       7100-FIND-ACCOUNT-NAME.
           PERFORM VARYING WS-CHART-SUB FROM 1 BY 1
              UNTIL WS-CHART-SUB > WS-CHART-COUNT
            FROM PAGE-HDG-03 AFTER ADVANCING 02 LINES.
           MOVE 4 TO WS-LINE-COUNT.

       8100-WRITE-SUSPENSE-HEADINGS.
           add 1 to WS-SUSPENSE-PAGE-COUNT.
           move WS-SUSPENSE-PAGE-COUNT TO SUSPENSE-HDG-01-PAGE.
           MOVE "REASON" TO PAGE-HDG-03-REASON.
           WRITE SUSPENSE-LISTING-RECORD FROM WS-REPORT-RULER
             after advancing page.
           WRITE SUSPENSE-LISTING-RECORD
            FROM SUSPENSE-HDG-01 after advancing 01 LINES.
           WRITE SUSPENSE-LISTING-RECORD
            FROM PAGE-HDG-02 after advancing 01 LINES.
           WRITE SUSPENSE-LISTING-RECORD
            FROM PAGE-HDG-03 AFTER ADVANCING 02 LINES.
           MOVE SPACES TO PAGE-HDG-03-REASON.
           MOVE 4 TO WS-SUSPENSE-LINE-COUNT.

       9000-CREATE-LISTING-TOTAL-LINE.
           MOVE WS-TOTAL-DEBITS  TO TOTAL-DEBITS.
           MOVE WS-TOTAL-CREDITS TO TOTAL-CREDITS.
           write JOURNAL-LISTING-RECORD from WS-REPORT-RULER
             after advancing 02 LINES.

       9100-CREATE-SUSPENSE-TOTAL-LINE.
           MOVE WS-SUSPENSE-COUNT   TO SUS-TOTAL-LINES.
           MOVE WS-SUSPENSE-DEBITS  TO SUS-TOTAL-DEBITS.
           MOVE WS-SUSPENSE-CREDITS TO SUS-TOTAL-CREDITS.
           write SUSPENSE-LISTING-RECORD from DETAIL-LINE-LINE
             AFTER ADVANCING 01 LINES.
           write SUSPENSE-LISTING-RECORD from SUSPENSE-TOTALS-LINE
             AFTER ADVANCING 02 LINES.
           write SUSPENSE-LISTING-RECORD from WS-REPORT-RULER
             after advancing 02 LINES.

       9600-WRITE-LEDGER-FILE.
           OPEN OUTPUT GL-LEDGER-FILE.
           IF NOT GOOD-GL-LEDGER-WRITE
              MOVE 08 TO RETURN-CODE
           END-IF.

       9700-CARRY-SUSPENSE-FORWARD.
      * THE SUSPENDED LINES START THE NEXT POSTING FILE, SO THEY POST
      * ON THE FIRST RUN AFTER THEIR PERIOD IS REOPENED.
           IF WS-SUSPENSE-COUNT = 0
              GO TO 9700-EXIT
           END-IF.
           OPEN OUTPUT GL-POSTING-FILE.
           IF NOT GL-POSTING-SUCCESSFUL
              DISPLAY "GLPOSTRB: COULD NOT CARRY SUSPENDED LINES "
                  "FORWARD, STATUS = " WS-GL-POSTING-STATUS
              DISPLAY "GLPOSTRB: THEY REMAIN IN " WS-POSTED-ASIDE-PATH
              MOVE 08 TO RETURN-CODE
              GO TO 9700-EXIT
           END-IF.
           PERFORM VARYING WS-SUSPENSE-SUB FROM 1 BY 1
              UNTIL WS-SUSPENSE-SUB > WS-SUSPENSE-COUNT
              MOVE TABLE-SUS-IMAGE (WS-SUSPENSE-SUB)
                TO GL-POSTING-RECORD
              WRITE GL-POSTING-RECORD
           END-PERFORM.
           CLOSE GL-POSTING-FILE.
       9700-EXIT.
           EXIT.

       9900-WRITE-AUDIT-RECORD.
      * APPEND ONE SUMMARY LINE FOR THIS RUN TO THE SHARED OPERATIONS
      * AUDIT TRAIL, MIRRORING THE PROGRAM TOTALS DISPLAYED ABOVE.
           MOVE WS-LINES-READ       TO AUD-RECORDS-READ.
           MOVE WS-JOURNAL-COUNT    TO AUD-RECORDS-WRITTEN.
           MOVE SPACES              TO AUD-KEY-TOTALS.
           MOVE WS-SUSPENSE-COUNT   TO WS-SUSPENSE-DISPLAY.
           IF WS-TOTAL-DEBITS = WS-TOTAL-CREDITS
              IF WS-SUSPENSE-COUNT = 0
                 MOVE "JOURNAL POSTED IN BALANCE" TO AUD-KEY-TOTALS
              ELSE
                 STRING "POSTED, " WS-SUSPENSE-DISPLAY " SUSPENDED"
                        DELIMITED BY SIZE
                   INTO AUD-KEY-TOTALS
              END-IF
           ELSE
              MOVE "OUT OF BALANCE - NOT POSTED" TO AUD-KEY-TOTALS
           END-IF.
