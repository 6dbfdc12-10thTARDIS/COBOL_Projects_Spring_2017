      * ORDER DESK CHECKS AGAINST, IT GETS THE SAME TRANSACTION-FILE-
      * PLUS-CHANGE-LISTING TREATMENT THE EMPLOYEE MASTER GOT IN
      * EMPMNTRB: ADDS/CHANGES/DELETES VALIDATED AND APPLIED, WITH A
      * BEFORE/AFTER LISTING OF EVERY ALTERATION.  THE MASTER ALSO
      * CARRIES THE BILL-TO ADDRESS THE CUSTOMER STATEMENTS MAIL TO;
      * A CHANGE WITH THE WHOLE ADDRESS BLANK LEAVES IT AS IT WAS, SO
      * A TERMS OR LIMIT CHANGE NEED NOT REKEY IT.
      * A CUSTOMER MAY ALSO HAVE ANY NUMBER OF SHIP-TO ADDRESSES,
      * EACH UNDER A 3-CHARACTER CODE THE ORDER DESK KEYS ON THE
      * ORDER, KEPT ON SHIPTO.DAT.  A TRANSACTION CARRYING A SHIP-TO
      * CODE ADDS, CHANGES OR DELETES THAT ADDRESS INSTEAD OF THE
      * CUSTOMER - THE NAME FIELD IS THE SHIP-TO NAME AND THE ADDRESS
      * FIELDS THE SHIP-TO ADDRESS.  DELETING A CUSTOMER DELETES ITS
      * SHIP-TOS WITH IT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                 WS-CUSTOMER-MASTER-PATH
             organization is line sequential
             file status is WS-CUSTOMER-MASTER-STATUS.
           SELECT SHIP-TO-FILE ASSIGN DYNAMIC
                 WS-SHIP-TO-PATH
             organization is line sequential
             file status is WS-SHIP-TO-STATUS.
           SELECT CHANGE-LISTING
             ASSIGN DYNAMIC WS-CHANGE-LISTING-PATH
             organization is LINE sequential
           05  TRN-CUST-TERMS           PIC X(03).
           05  TRN-CUST-CREDIT-LIMIT    PIC X(09).
           05  TRN-CUST-CREDIT-HOLD     PIC X(01).
           05  TRN-CUST-BILL-TO.
               10 TRN-CUST-BILL-ADDR-1  PIC X(30).
               10 TRN-CUST-BILL-ADDR-2  PIC X(30).
               10 TRN-CUST-BILL-CITY    PIC X(20).
               10 TRN-CUST-BILL-STATE   PIC X(02).
               10 TRN-CUST-BILL-ZIP     PIC X(10).
      * SHIP-TO CODE - BLANK FOR A CUSTOMER TRANSACTION; KEYED, THE
      * TRANSACTION MAINTAINS THAT SHIP-TO ADDRESS OF THE CUSTOMER.
           05  TRN-SHIP-TO-CODE         PIC X(03).

       FD  CUSTOMER-MASTER
           RECORDING MODE IS F
           05  CUST-MASTER-TERMS        PIC X(03).
           05  CUST-MASTER-CREDIT-LIMIT PIC 9(07)V99.
           05  CUST-MASTER-CREDIT-HOLD  PIC X(01).
      * BILL-TO ADDRESS - WHERE THE MONTHLY STATEMENT IS MAILED.
           05  CUST-MASTER-BILL-TO.
               10 CUST-MASTER-BILL-ADDR-1  PIC X(30).
               10 CUST-MASTER-BILL-ADDR-2  PIC X(30).
               10 CUST-MASTER-BILL-CITY    PIC X(20).
               10 CUST-MASTER-BILL-STATE   PIC X(02).
               10 CUST-MASTER-BILL-ZIP     PIC X(10).

       FD  SHIP-TO-FILE
           RECORDING MODE IS F
           DATA RECORD IS SHIP-TO-RECORD.
      * ONE ROW PER CUSTOMER SHIP-TO ADDRESS.  AN ORDER NAMES ITS
      * SHIP-TO BY CODE; AN ORDER WITH NO CODE SHIPS TO THE BILL-TO.
       01 SHIP-TO-RECORD.
           05  SHP-CUST-NUMBER          PIC X(06).
           05  SHP-CODE                 PIC X(03).
           05  SHP-NAME                 PIC X(20).
           05  SHP-ADDRESS.
               10 SHP-ADDR-1            PIC X(30).
               10 SHP-ADDR-2            PIC X(30).
               10 SHP-CITY              PIC X(20).
               10 SHP-STATE             PIC X(02).
               10 SHP-ZIP               PIC X(10).

       FD  CHANGE-LISTING
           RECORDING MODE IS F
                VALUE "C:\Users\Ryan\Desktop\CUSMAINT.txt".
           05 WS-CUSTOMER-MASTER-PATH   PIC X(80)
                VALUE "C:\Users\Ryan\Desktop\CUSTOMER-MASTER.DAT".
           05 WS-SHIP-TO-PATH           PIC X(80)
                VALUE "C:\Users\Ryan\Desktop\SHIPTO.DAT".
           05 WS-CHANGE-LISTING-PATH    PIC X(80)
                VALUE "C:\Users\Ryan\Desktop\CUSMAINT-CHANGES.rpt".
           05 WS-AUDIT-TRAIL-PATH       PIC X(80)
        01 WS-CUSTOMER-MASTER-STATUS    pic X(02).
           88 CUSTOMER-MASTER-SUCCESSFUL   VALUE "00".
           88 END-OF-CUSTOMER-MASTER       VALUE "10".
        01 WS-SHIP-TO-STATUS            pic X(02).
           88 SHIP-TO-FILE-SUCCESSFUL      VALUE "00".
           88 END-OF-SHIP-TO-FILE          VALUE "10".
        01 WS-CHANGE-LISTING-STATUS     pic X(02).
           88 GOOD-CHANGE-LISTING-WRITE    VALUE "00".
        01 WS-AUDIT-TRAIL-STATUS        pic X(02).
              10 TABLE-CUS-TERMS        PIC X(03).
              10 TABLE-CUS-LIMIT        PIC 9(07)V99.
              10 TABLE-CUS-HOLD         PIC X(01).
              10 TABLE-CUS-BILL-TO      PIC X(92).

      * SHIP-TO TABLE - LOADED, MAINTAINED AND REWRITTEN THE SAME WAY.
        01 WS-SHP-COUNT                 PIC 9(04) VALUE 0.
        01 WS-SHP-SUB                   PIC 9(04) VALUE 0.
        01 WS-SHP-KEEP                  PIC 9(04) VALUE 0.
        01 WS-SHIP-TO-TABLE.
           05 SHP-TABLE-ENTRY OCCURS 0 TO 2000 TIMES
                 DEPENDING ON WS-SHP-COUNT.
              10 TABLE-SHP-CUST         PIC X(06).
              10 TABLE-SHP-CODE         PIC X(03).
              10 TABLE-SHP-NAME         PIC X(20).
              10 TABLE-SHP-ADDRESS      PIC X(92).

      * RUN COUNTERS
        01 WS-TRANS-READ                PIC 9(05) VALUE 0.
           88 VALID-TRANS                  VALUE "Y".
           88 INVALID-TRANS                VALUE "N".
        01 WS-REJECT-REASON             PIC X(30) VALUE SPACES.
        01 WS-BILL-TO-WORK.
           05 WS-BILL-TO-ADDR-1         PIC X(30).
           05 WS-BILL-TO-ADDR-2         PIC X(30).
           05 WS-BILL-TO-CITY           PIC X(20).
           05 WS-BILL-TO-STATE          PIC X(02).
           05 WS-BILL-TO-ZIP            PIC X(10).
        01 WS-RUN-DATE                  PIC X(08).
        01 WS-RUN-TIME                  PIC 9(08) VALUE 0.
        COPY "AUDITTRL.cpy".
      * THE SIGNED-ON USER IS STAMPED INTO EVERY CHANGE-LISTING
      * LINE AND THE AUDIT-TRAIL RECORD.
        COPY "SIGNON.cpy".
      * EVERY CUSTOMER AND SHIP-TO RECORD THIS RUN ALTERS GOES ON
      * THE MASTER CHANGE JOURNAL FOR FORWARD RECOVERY.
        COPY "CHGJRNL.cpy".

       01  PAGE-HDG-01.
           05 PAGE-HDG-01-CC         PIC X(01) VALUE SPACE.
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 DTL-USER               PIC X(08).

       01  DETAIL-LINE-ADDRESS.
           05 ADR-CC                 PIC X(01) VALUE SPACE.
           05 FILLER                 PIC X(17) VALUE SPACES.
           05 ADR-LABEL              PIC X(09) VALUE "BILL TO: ".
           05 ADR-ADDR-1             PIC X(30).
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 ADR-ADDR-2             PIC X(30).
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 ADR-CITY               PIC X(20).
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 ADR-STATE              PIC X(02).
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 ADR-ZIP                PIC X(10).
           05 FILLER                 PIC X(10) VALUE SPACES.

       01  TOTALS-LINE.
           05 TOTAL-LINE-CC          PIC X(01) VALUE SPACE.
           05 FILLER                 PIC X(09) VALUE SPACES.
           PERFORM 2000-READ-TRANSACTION.

           perform until END-OF-MAINT-TRANS-IN
              IF TRN-SHIP-TO-CODE = SPACES
                 perform 2500-VALIDATE-TRANSACTION
              ELSE
                 perform 2600-VALIDATE-SHIP-TO
              END-IF
              IF VALID-TRANS
                 IF TRN-SHIP-TO-CODE = SPACES
                    perform 3000-APPLY-TRANSACTION
                 ELSE
                    perform 3200-APPLY-SHIP-TO
                 END-IF
              ELSE
                 perform 7200-LIST-REJECT
              END-IF

           perform 9000-CREATE-LISTING-TOTAL-LINE.
           perform 9600-WRITE-CUSTOMER-MASTER.
           perform 9650-WRITE-SHIP-TO-FILE.

           display "TRANSACTIONS READ:           " WS-TRANS-READ.
           display "TRANSACTIONS APPLIED:        " WS-TRANS-APPLIED.
           IF WS-ENV-PATH-OVERRIDE NOT = SPACES
              MOVE WS-ENV-PATH-OVERRIDE TO WS-CUSTOMER-MASTER-PATH
           END-IF.
           ACCEPT WS-ENV-PATH-OVERRIDE FROM ENVIRONMENT
                  "CUSMNTRB-SHIP-TO-FILE".
           IF WS-ENV-PATH-OVERRIDE NOT = SPACES
              MOVE WS-ENV-PATH-OVERRIDE TO WS-SHIP-TO-PATH
           END-IF.
           ACCEPT WS-ENV-PATH-OVERRIDE FROM ENVIRONMENT
                  "CUSMNTRB-CHANGE-LISTING".
           IF WS-ENV-PATH-OVERRIDE NOT = SPACES
              OPEN OUTPUT AUDIT-TRAIL-FILE
           END-IF.
           PERFORM 1200-OPERATOR-SIGN-ON.
           MOVE "CUSMNTRB"  TO JRN-PROGRAM-NAME.
           MOVE SGN-USER-ID TO JRN-USER-ID.
           PERFORM 1500-LOAD-CUSTOMER-TABLE.
           PERFORM 1600-LOAD-SHIP-TO-TABLE.
           PERFORM 8000-WRITE-HEADINGS.

       1200-OPERATOR-SIGN-ON.
       1500-LOAD-CUSTOMER-TABLE.
      * MASTERS WRITTEN BEFORE THE CREDIT FIELDS EXISTED READ IN
      * SHORT - THOSE CUSTOMERS START WITH NO TERMS, NO LIMIT, AND
      * NO HOLD (AND, LIKEWISE, NO BILL-TO ADDRESS).
           OPEN INPUT CUSTOMER-MASTER.
           IF CUSTOMER-MASTER-SUCCESSFUL
              PERFORM UNTIL END-OF-CUSTOMER-MASTER
                    AT END
                       SET END-OF-CUSTOMER-MASTER TO TRUE
                    NOT AT END
                       MOVE "L" TO JRN-FUNCTION-CODE
                       MOVE "CUSTMAST" TO JRN-MASTER-ID
                       MOVE CUSTOMER-MASTER-RECORD TO JRN-BEFORE-IMAGE
                       CALL "CHGJRNRB" USING CHGJRNL-PARMS
                       ADD 1 TO WS-CUS-COUNT
                       MOVE CUST-MASTER-NUMBER TO
                            TABLE-CUS-NUMBER (WS-CUS-COUNT)
                       END-IF
                       MOVE CUST-MASTER-CREDIT-HOLD TO
                            TABLE-CUS-HOLD (WS-CUS-COUNT)
                       MOVE CUST-MASTER-BILL-TO TO
                            TABLE-CUS-BILL-TO (WS-CUS-COUNT)
                 END-READ
              END-PERFORM
              CLOSE CUSTOMER-MASTER
           END-IF.

       1600-LOAD-SHIP-TO-TABLE.
      * NO SHIP-TO FILE YET JUST MEANS NO CUSTOMER HAS ONE.  A FILE
      * TOO BIG TO HOLD WHOLE STOPS THE RUN RATHER THAN BEING WRITTEN
      * BACK SHORT.
           OPEN INPUT SHIP-TO-FILE.
           IF SHIP-TO-FILE-SUCCESSFUL
              PERFORM UNTIL END-OF-SHIP-TO-FILE
                 READ SHIP-TO-FILE
                    AT END
                       SET END-OF-SHIP-TO-FILE TO TRUE
                    NOT AT END
                       IF WS-SHP-COUNT = 2000
                          DISPLAY "CUSMNTRB: SHIP-TO TABLE CEILING "
                              "(2000) REACHED - RUN STOPPED"
                          MOVE 16 TO RETURN-CODE
                          GOBACK
                       END-IF
                       MOVE "L" TO JRN-FUNCTION-CODE
                       MOVE "SHIPTO" TO JRN-MASTER-ID
                       MOVE SHIP-TO-RECORD TO JRN-BEFORE-IMAGE
                       CALL "CHGJRNRB" USING CHGJRNL-PARMS
                       ADD 1 TO WS-SHP-COUNT
                       MOVE SHP-CUST-NUMBER TO
                            TABLE-SHP-CUST (WS-SHP-COUNT)
                       MOVE SHP-CODE TO
                            TABLE-SHP-CODE (WS-SHP-COUNT)
                       MOVE SHP-NAME TO
                            TABLE-SHP-NAME (WS-SHP-COUNT)
                       MOVE SHP-ADDRESS TO
                            TABLE-SHP-ADDRESS (WS-SHP-COUNT)
                 END-READ
              END-PERFORM
              CLOSE SHIP-TO-FILE
           END-IF.

       2000-READ-TRANSACTION.
           READ MAINT-TRANS-IN
                AT END
                      TRN-CUST-NUMBER
           END-IF.

       2600-VALIDATE-SHIP-TO.
      * A SHIP-TO BELONGS TO A CUSTOMER ALREADY ON THE MASTER (OR
      * ADDED EARLIER IN THIS RUN).  A NEW ONE NEEDS A STREET, CITY
      * AND STATE - THE STATE AND ZIP ALSO DECIDE ITS SALES TAX.
           SET VALID-TRANS TO TRUE.
           MOVE SPACES TO WS-REJECT-REASON.
           PERFORM 2700-FIND-CUSTOMER.
           PERFORM 2750-FIND-SHIP-TO.
           EVALUATE TRUE
              WHEN NOT (TRN-ADD OR TRN-CHANGE OR TRN-DELETE)
                 SET INVALID-TRANS TO TRUE
                 MOVE "BAD ACTION CODE" TO WS-REJECT-REASON
              WHEN TRN-CUST-NUMBER = SPACES
                 SET INVALID-TRANS TO TRUE
                 MOVE "BLANK CUSTOMER NUMBER" TO WS-REJECT-REASON
              WHEN WS-CUS-SUB > WS-CUS-COUNT
                 SET INVALID-TRANS TO TRUE
                 MOVE "CUSTOMER NOT ON MASTER" TO WS-REJECT-REASON
              WHEN TRN-ADD AND WS-SHP-SUB NOT > WS-SHP-COUNT
                 SET INVALID-TRANS TO TRUE
                 MOVE "DUPLICATE SHIP-TO CODE" TO WS-REJECT-REASON
              WHEN (TRN-CHANGE OR TRN-DELETE)
                   AND WS-SHP-SUB > WS-SHP-COUNT
                 SET INVALID-TRANS TO TRUE
                 MOVE "SHIP-TO NOT ON FILE" TO WS-REJECT-REASON
              WHEN TRN-ADD AND WS-SHP-COUNT = 2000
                 SET INVALID-TRANS TO TRUE
                 MOVE "SHIP-TO TABLE FULL" TO WS-REJECT-REASON
              WHEN TRN-ADD
                   AND (TRN-CUST-BILL-ADDR-1 = SPACES
                        OR TRN-CUST-BILL-CITY = SPACES
                        OR TRN-CUST-BILL-STATE = SPACES)
                 SET INVALID-TRANS TO TRUE
                 MOVE "INCOMPLETE SHIP-TO ADDRESS" TO WS-REJECT-REASON
           END-EVALUATE.
           IF INVALID-TRANS
              ADD 1 TO WS-TRANS-REJECTED
              DISPLAY "REJECTED - " WS-REJECT-REASON ": "
                      TRN-CUST-NUMBER " SHIP-TO " TRN-SHIP-TO-CODE
           END-IF.

       2700-FIND-CUSTOMER.
           PERFORM VARYING WS-CUS-SUB FROM 1 BY 1
              UNTIL WS-CUS-SUB > WS-CUS-COUNT
                 OR TABLE-CUS-NUMBER (WS-CUS-SUB) = TRN-CUST-NUMBER
           END-PERFORM.

       2750-FIND-SHIP-TO.
           PERFORM VARYING WS-SHP-SUB FROM 1 BY 1
              UNTIL WS-SHP-SUB > WS-SHP-COUNT
                 OR (TABLE-SHP-CUST (WS-SHP-SUB) = TRN-CUST-NUMBER
                     AND TABLE-SHP-CODE (WS-SHP-SUB) =
                         TRN-SHIP-TO-CODE)
           END-PERFORM.

       3000-APPLY-TRANSACTION.
      * LIST THE BEFORE IMAGE (CHANGES AND DELETES), APPLY TO THE
      * TABLE, LIST THE AFTER IMAGE - ESPECIALLY LIMIT AND HOLD
                 PERFORM 3500-MOVE-TRANS-TO-TABLE
              WHEN TRN-DELETE
                 PERFORM 3700-DELETE-TABLE-ENTRY
                 PERFORM 3800-DROP-CUSTOMER-SHIP-TOS
           END-EVALUATE.
           ADD 1 TO WS-TRANS-APPLIED.
           PERFORM 7100-LIST-AFTER-IMAGE.

       3200-APPLY-SHIP-TO.
      * SAME BEFORE/APPLY/AFTER PATTERN AS A CUSTOMER TRANSACTION.
           IF TRN-CHANGE OR TRN-DELETE
              PERFORM 7050-LIST-SHIP-TO-BEFORE
           END-IF.
           EVALUATE TRUE
              WHEN TRN-ADD
                 ADD 1 TO WS-SHP-COUNT
                 MOVE WS-SHP-COUNT TO WS-SHP-SUB
                 PERFORM 3550-MOVE-TRANS-TO-SHIP-TO
              WHEN TRN-CHANGE
                 PERFORM 3550-MOVE-TRANS-TO-SHIP-TO
              WHEN TRN-DELETE
                 PERFORM 3750-DELETE-SHIP-TO-ENTRY
           END-EVALUATE.
           ADD 1 TO WS-TRANS-APPLIED.
           PERFORM 7150-LIST-SHIP-TO-AFTER.

       3500-MOVE-TRANS-TO-TABLE.
           MOVE TRN-CUST-NUMBER       TO TABLE-CUS-NUMBER (WS-CUS-SUB).
           MOVE TRN-CUST-NAME         TO TABLE-CUS-NAME (WS-CUS-SUB).
           COMPUTE TABLE-CUS-LIMIT (WS-CUS-SUB) =
               FUNCTION NUMVAL (TRN-CUST-CREDIT-LIMIT) / 100.
           MOVE TRN-CUST-CREDIT-HOLD  TO TABLE-CUS-HOLD (WS-CUS-SUB).
           IF TRN-ADD OR TRN-CUST-BILL-TO NOT = SPACES
              MOVE TRN-CUST-BILL-TO   TO TABLE-CUS-BILL-TO (WS-CUS-SUB)
           END-IF.

       3550-MOVE-TRANS-TO-SHIP-TO.
      * ON A CHANGE, A BLANK NAME OR A WHOLLY BLANK ADDRESS LEAVES
      * WHAT IS ON FILE.
           MOVE TRN-CUST-NUMBER  TO TABLE-SHP-CUST (WS-SHP-SUB).
           MOVE TRN-SHIP-TO-CODE TO TABLE-SHP-CODE (WS-SHP-SUB).
           IF TRN-ADD OR TRN-CUST-NAME NOT = SPACES
              MOVE TRN-CUST-NAME TO TABLE-SHP-NAME (WS-SHP-SUB)
           END-IF.
           IF TRN-ADD OR TRN-CUST-BILL-TO NOT = SPACES
              MOVE TRN-CUST-BILL-TO TO TABLE-SHP-ADDRESS (WS-SHP-SUB)
           END-IF.

       3700-DELETE-TABLE-ENTRY.
      * CLOSE THE GAP BY SHIFTING EVERY ENTRY PAST THE DELETED ONE
           END-PERFORM.
           SUBTRACT 1 FROM WS-CUS-COUNT.

       3750-DELETE-SHIP-TO-ENTRY.
           PERFORM VARYING WS-SHP-SUB FROM WS-SHP-SUB BY 1
              UNTIL WS-SHP-SUB NOT < WS-SHP-COUNT
              MOVE SHP-TABLE-ENTRY (WS-SHP-SUB + 1) TO
                   SHP-TABLE-ENTRY (WS-SHP-SUB)
           END-PERFORM.
           SUBTRACT 1 FROM WS-SHP-COUNT.

       3800-DROP-CUSTOMER-SHIP-TOS.
      * A DELETED CUSTOMER TAKES ITS SHIP-TO ADDRESSES WITH IT - THE
      * TABLE IS CLOSED UP OVER THEM.
           MOVE 0 TO WS-SHP-KEEP.
           PERFORM VARYING WS-SHP-SUB FROM 1 BY 1
              UNTIL WS-SHP-SUB > WS-SHP-COUNT
              IF TABLE-SHP-CUST (WS-SHP-SUB) NOT = TRN-CUST-NUMBER
                 ADD 1 TO WS-SHP-KEEP
                 MOVE SHP-TABLE-ENTRY (WS-SHP-SUB) TO
                      SHP-TABLE-ENTRY (WS-SHP-KEEP)
              END-IF
           END-PERFORM.
           MOVE WS-SHP-KEEP TO WS-SHP-COUNT.

       7000-LIST-BEFORE-IMAGE.
           MOVE SPACES                        TO DETAIL-LINE-CHANGE.
           MOVE "BEFORE: "                    TO DTL-TAG.
           MOVE TABLE-CUS-LIMIT (WS-CUS-SUB)  TO DTL-LIMIT.
           MOVE TABLE-CUS-HOLD (WS-CUS-SUB)   TO DTL-HOLD.
           PERFORM 7500-WRITE-LISTING-LINE.
           PERFORM 7300-LIST-BILL-TO.

       7050-LIST-SHIP-TO-BEFORE.
           MOVE SPACES                        TO DETAIL-LINE-CHANGE.
           MOVE "BEFORE: "                    TO DTL-TAG.
           MOVE TABLE-SHP-CUST (WS-SHP-SUB)   TO DTL-CUST-NUM.
           MOVE TABLE-SHP-NAME (WS-SHP-SUB)   TO DTL-CUST-NAME.
           MOVE "SHIP-TO"                     TO DTL-RESULT.
           MOVE TABLE-SHP-CODE (WS-SHP-SUB)   TO DTL-RESULT (9:3).
           PERFORM 7500-WRITE-LISTING-LINE.
           PERFORM 7350-LIST-SHIP-TO-ADDRESS.

       7100-LIST-AFTER-IMAGE.
           MOVE SPACES            TO DETAIL-LINE-CHANGE.
              MOVE TRN-CUST-CREDIT-HOLD TO DTL-HOLD
           END-IF.
           PERFORM 7500-WRITE-LISTING-LINE.
           IF NOT TRN-DELETE
              PERFORM 7300-LIST-BILL-TO
           END-IF.

       7150-LIST-SHIP-TO-AFTER.
           MOVE SPACES            TO DETAIL-LINE-CHANGE.
           EVALUATE TRUE
              WHEN TRN-ADD
                 MOVE "ADD     "  TO DTL-TAG
                 MOVE "SHIP-TO     APPLIED" TO DTL-RESULT
              WHEN TRN-CHANGE
                 MOVE "CHANGE  "  TO DTL-TAG
                 MOVE "SHIP-TO     APPLIED" TO DTL-RESULT
              WHEN TRN-DELETE
                 MOVE "DELETE  "  TO DTL-TAG
                 MOVE "SHIP-TO     REMOVED" TO DTL-RESULT
           END-EVALUATE.
           MOVE TRN-SHIP-TO-CODE     TO DTL-RESULT (9:3).
           MOVE TRN-CUST-NUMBER      TO DTL-CUST-NUM.
           IF NOT TRN-DELETE
              MOVE TABLE-SHP-NAME (WS-SHP-SUB) TO DTL-CUST-NAME
           END-IF.
           PERFORM 7500-WRITE-LISTING-LINE.
           IF NOT TRN-DELETE
              PERFORM 7350-LIST-SHIP-TO-ADDRESS
           END-IF.

       7200-LIST-REJECT.
           MOVE SPACES               TO DETAIL-LINE-CHANGE.
           MOVE WS-REJECT-REASON     TO DTL-RESULT.
           PERFORM 7500-WRITE-LISTING-LINE.

       7300-LIST-BILL-TO.
      * THE ADDRESS AS IT NOW STANDS IN THE TABLE, UNDER THE LINE
      * ABOVE IT - NOTHING WHEN THE CUSTOMER HAS NO BILL-TO.
           IF TABLE-CUS-BILL-TO (WS-CUS-SUB) NOT = SPACES
              MOVE "BILL TO: " TO ADR-LABEL
              MOVE TABLE-CUS-BILL-TO (WS-CUS-SUB) TO WS-BILL-TO-WORK
              MOVE WS-BILL-TO-ADDR-1 TO ADR-ADDR-1
              MOVE WS-BILL-TO-ADDR-2 TO ADR-ADDR-2
              MOVE WS-BILL-TO-CITY   TO ADR-CITY
              MOVE WS-BILL-TO-STATE  TO ADR-STATE
              MOVE WS-BILL-TO-ZIP    TO ADR-ZIP
              add 1 to WS-LINE-COUNT
              if WS-LINE-COUNT > 50
                 PERFORM 8000-WRITE-HEADINGS
              END-IF
              write CHANGE-LISTING-RECORD from DETAIL-LINE-ADDRESS
                after advancing 01 lines
           END-IF.

       7350-LIST-SHIP-TO-ADDRESS.
      * THE SHIP-TO ADDRESS UNDER ITS LINE, LABELLED WITH ITS CODE.
           MOVE "SHIP    :"                  TO ADR-LABEL.
           MOVE TABLE-SHP-CODE (WS-SHP-SUB) TO ADR-LABEL (6:3).
           MOVE TABLE-SHP-ADDRESS (WS-SHP-SUB) TO WS-BILL-TO-WORK.
           MOVE WS-BILL-TO-ADDR-1 TO ADR-ADDR-1.
           MOVE WS-BILL-TO-ADDR-2 TO ADR-ADDR-2.
           MOVE WS-BILL-TO-CITY   TO ADR-CITY.
           MOVE WS-BILL-TO-STATE  TO ADR-STATE.
           MOVE WS-BILL-TO-ZIP    TO ADR-ZIP.
           add 1 to WS-LINE-COUNT.
           if WS-LINE-COUNT > 50
              PERFORM 8000-WRITE-HEADINGS
           END-IF.
           write CHANGE-LISTING-RECORD from DETAIL-LINE-ADDRESS
             after advancing 01 lines.

       7500-WRITE-LISTING-LINE.
           MOVE SGN-USER-ID TO DTL-USER.
           add 1 to WS-LINE-COUNT.
                   CUST-MASTER-CREDIT-LIMIT
              MOVE TABLE-CUS-HOLD (WS-CUS-SUB)   TO
                   CUST-MASTER-CREDIT-HOLD
              MOVE TABLE-CUS-BILL-TO (WS-CUS-SUB) TO
                   CUST-MASTER-BILL-TO
              WRITE CUSTOMER-MASTER-RECORD
              MOVE "W" TO JRN-FUNCTION-CODE
              MOVE "CUSTMAST" TO JRN-MASTER-ID
              MOVE CUSTOMER-MASTER-RECORD TO JRN-AFTER-IMAGE
              CALL "CHGJRNRB" USING CHGJRNL-PARMS
           END-PERFORM.
           CLOSE CUSTOMER-MASTER.
           MOVE "E" TO JRN-FUNCTION-CODE.
           MOVE "CUSTMAST" TO JRN-MASTER-ID.
           CALL "CHGJRNRB" USING CHGJRNL-PARMS.

       9650-WRITE-SHIP-TO-FILE.
      * AND THE SHIP-TO FILE FROM ITS TABLE.
           OPEN OUTPUT SHIP-TO-FILE.
           PERFORM VARYING WS-SHP-SUB FROM 1 BY 1
              UNTIL WS-SHP-SUB > WS-SHP-COUNT
              MOVE TABLE-SHP-CUST (WS-SHP-SUB)    TO SHP-CUST-NUMBER
              MOVE TABLE-SHP-CODE (WS-SHP-SUB)    TO SHP-CODE
              MOVE TABLE-SHP-NAME (WS-SHP-SUB)    TO SHP-NAME
              MOVE TABLE-SHP-ADDRESS (WS-SHP-SUB) TO SHP-ADDRESS
              WRITE SHIP-TO-RECORD
              MOVE "W" TO JRN-FUNCTION-CODE
              MOVE "SHIPTO" TO JRN-MASTER-ID
              MOVE SHIP-TO-RECORD TO JRN-AFTER-IMAGE
              CALL "CHGJRNRB" USING CHGJRNL-PARMS
           END-PERFORM.
           CLOSE SHIP-TO-FILE.
           MOVE "E" TO JRN-FUNCTION-CODE.
           MOVE "SHIPTO" TO JRN-MASTER-ID.
           CALL "CHGJRNRB" USING CHGJRNL-PARMS.

       9900-WRITE-AUDIT-RECORD.
      * APPEND ONE SUMMARY LINE FOR THIS RUN TO THE SHARED OPERATIONS
