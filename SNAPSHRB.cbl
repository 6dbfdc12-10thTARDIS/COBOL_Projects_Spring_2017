      * WITH A MESSAGE - A YOUNG FILE IS NOT AN ERROR - BUT A COPY
      * THAT FAILS ON A FILE THAT IS THERE STOPS THE CHAIN, BECAUSE
      * A NIGHT WITH NO SAFETY NET SHOULD NOT START.
      *
      * A FINISHED SET IS MARKED ON THE MASTER CHANGE JOURNAL, SO
      * FWDRCVRB KNOWS WHERE TO START ROLLING THE SET FORWARD.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                VALUE "C:\Users\Ryan\Desktop\OPENINV.DAT".
           05 WS-MASTER-PATH-09         PIC X(80)
                VALUE "C:\Users\Ryan\Desktop\PRODUCTLOOKUP.DAT".
           05 WS-MASTER-PATH-10         PIC X(80)
                VALUE "C:\Users\Ryan\Desktop\CUSTOMER-MASTER.DAT".
           05 WS-MASTER-PATH-11         PIC X(80)
                VALUE "C:\Users\Ryan\Desktop\SHIPTO.DAT".
           05 WS-MASTER-PATH-12         PIC X(80)
                VALUE "C:\Users\Ryan\Desktop\SALESLOOKUP.DAT".
           05 WS-MASTER-PATH-13         PIC X(80)
                VALUE "C:\Users\Ryan\Desktop\CUSTOMERLOOKUP.DAT".
           05 WS-MASTER-PATH-14         PIC X(80)
                VALUE "C:\Users\Ryan\Desktop\PERSONXREF.DAT".
           05 WS-MASTER-PATH-15         PIC X(80)
                VALUE "C:\Users\Ryan\Desktop\MATHSHPS.txt".
        01 WS-MASTER-TABLE REDEFINES WS-MASTER-SET.
           05 WS-MASTER-PATH OCCURS 15 TIMES PIC X(80).
        01 WS-MASTER-SUB                PIC 9(02) COMP VALUE 0.

        01 WS-FILE-PATHS.
        01 WS-RUN-TIME                  PIC 9(08) VALUE 0.
        01 WS-STAMP-DATE                PIC X(06) VALUE SPACES.
        COPY "AUDITTRL.cpy".
        COPY "CHGJRNL.cpy".

       PROCEDURE DIVISION.

           END-IF.

           perform varying WS-MASTER-SUB from 1 by 1
              until WS-MASTER-SUB > 15
              perform 3000-SNAPSHOT-ONE-MASTER
           END-PERFORM.

           PERFORM 8000-MARK-CHANGE-JOURNAL.

           display "MASTERS COPIED:      " WS-MASTERS-COPIED.
           display "MASTERS NOT PRESENT: " WS-MASTERS-SKIPPED.
           display "SNAPSHOT SET STAMP:  " WS-STAMP-DATE.
           IF WS-ENV-PATH-OVERRIDE NOT = SPACES
              MOVE WS-ENV-PATH-OVERRIDE TO WS-MASTER-PATH-09
           END-IF.
           ACCEPT WS-ENV-PATH-OVERRIDE FROM ENVIRONMENT
                  "SNAPSHRB-CUSTOMER-MASTER".
           IF WS-ENV-PATH-OVERRIDE NOT = SPACES
              MOVE WS-ENV-PATH-OVERRIDE TO WS-MASTER-PATH-10
           END-IF.
           ACCEPT WS-ENV-PATH-OVERRIDE FROM ENVIRONMENT
                  "SNAPSHRB-SHIP-TO-FILE".
           IF WS-ENV-PATH-OVERRIDE NOT = SPACES
              MOVE WS-ENV-PATH-OVERRIDE TO WS-MASTER-PATH-11
           END-IF.
           ACCEPT WS-ENV-PATH-OVERRIDE FROM ENVIRONMENT
                  "SNAPSHRB-SALES-LOOKUP".
           IF WS-ENV-PATH-OVERRIDE NOT = SPACES
              MOVE WS-ENV-PATH-OVERRIDE TO WS-MASTER-PATH-12
           END-IF.
           ACCEPT WS-ENV-PATH-OVERRIDE FROM ENVIRONMENT
                  "SNAPSHRB-CUSTOMER-LOOKUP".
           IF WS-ENV-PATH-OVERRIDE NOT = SPACES
              MOVE WS-ENV-PATH-OVERRIDE TO WS-MASTER-PATH-13
           END-IF.
           ACCEPT WS-ENV-PATH-OVERRIDE FROM ENVIRONMENT
                  "SNAPSHRB-XREF-LOOKUP".
           IF WS-ENV-PATH-OVERRIDE NOT = SPACES
              MOVE WS-ENV-PATH-OVERRIDE TO WS-MASTER-PATH-14
           END-IF.
           ACCEPT WS-ENV-PATH-OVERRIDE FROM ENVIRONMENT
                  "SNAPSHRB-ORDER-FILE".
           IF WS-ENV-PATH-OVERRIDE NOT = SPACES
              MOVE WS-ENV-PATH-OVERRIDE TO WS-MASTER-PATH-15
           END-IF.
           ACCEPT WS-ENV-PATH-OVERRIDE FROM ENVIRONMENT
                  "SNAPSHRB-AUDIT-TRAIL-FILE".
           IF WS-ENV-PATH-OVERRIDE NOT = SPACES
              END-IF
           END-IF.

       8000-MARK-CHANGE-JOURNAL.
      * EVERY JOURNALED CHANGE AFTER THIS MARK IS ONE THE SET DOES
      * NOT HOLD.
           MOVE "M"             TO JRN-FUNCTION-CODE.
           MOVE "SNAPSHRB"      TO JRN-PROGRAM-NAME.
           MOVE SPACES          TO JRN-USER-ID.
           MOVE "S"             TO JRN-ACTION.
           MOVE SPACES          TO JRN-RECORD-KEY.
           MOVE WS-STAMP-DATE   TO JRN-RECORD-KEY.
           CALL "CHGJRNRB" USING CHGJRNL-PARMS.
           IF JRN-WRITE-ERROR
              DISPLAY "SNAPSHRB: SET NOT MARKED ON THE CHANGE "
                  "JOURNAL - FWDRCVRB WILL START FROM THE SET DATE"
           END-IF.

       9900-WRITE-AUDIT-RECORD.
      * APPEND ONE SUMMARY LINE FOR THIS RUN TO THE SHARED OPERATIONS
      * AUDIT TRAIL.
