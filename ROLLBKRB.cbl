      * UNDER THE BUSINESS DATE WITH STEP NAME "ROLLBACK", SO A
      * ROLLED-BACK NIGHT READS DIFFERENTLY FROM A NEVER-RUN NIGHT -
      * AND NITERUNRB TREATS THE MARK AS "START THE DATE OVER",
      * IGNORING STEPS COMPLETED BEFORE IT.  IT IS MARKED ON THE
      * MASTER CHANGE JOURNAL AS WELL, SO FWDRCVRB ROLLS THE SET
      * FORWARD ONLY THROUGH CHANGES MADE AFTER THE ROLLBACK.

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
      * VERIFIED IN PASS ONE SO PASS TWO RESTORES WITHOUT SURPRISES:
      * Y = RESTORE THIS ONE, N = NOT PART OF THAT NIGHT'S SET.
        01 WS-RESTORE-SW OCCURS 15 TIMES PIC X(01).

        01 WS-FILE-PATHS.
           05 WS-RUN-CONTROL-PATH       PIC X(80)
        01 WS-RUN-TIME                  PIC 9(08) VALUE 0.
        01 WS-STAMP-DATE                PIC X(06) VALUE SPACES.
        COPY "AUDITTRL.cpy".
        COPY "CHGJRNL.cpy".

       PROCEDURE DIVISION.

      * PASS ONE - PROVE THE WHOLE SET IS THERE BEFORE TOUCHING
      * ANYTHING.
           perform varying WS-MASTER-SUB from 1 by 1
              until WS-MASTER-SUB > 15
              perform 2000-VERIFY-ONE-SNAPSHOT
           END-PERFORM.
           IF SET-IS-INCOMPLETE

      * PASS TWO - RESTORE.
           perform varying WS-MASTER-SUB from 1 by 1
              until WS-MASTER-SUB > 15
              perform 3000-RESTORE-ONE-MASTER
           END-PERFORM.

      * RUN LOCKS BEHIND - CLEAR THE WHOLE SET SO THE RERUN ISN'T
      * FENCED OUT OF ITS OWN MASTERS.
           perform varying WS-MASTER-SUB from 1 by 1
              until WS-MASTER-SUB > 15
              perform 3500-CLEAR-ONE-LOCK
           END-PERFORM.

           PERFORM 8000-MARK-RUN-CONTROL.
           PERFORM 8500-MARK-CHANGE-JOURNAL.

           display "MASTERS RESTORED:   " WS-MASTERS-RESTORED.
           display "MASTERS NOT IN SET: " WS-MASTERS-SKIPPED.
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
                  "NITERUNRB-RUN-CONTROL".
           IF WS-ENV-PATH-OVERRIDE NOT = SPACES
           WRITE RUN-CONTROL-RECORD.
           CLOSE RUN-CONTROL-FILE.

       8500-MARK-CHANGE-JOURNAL.
      * THE JOURNALED CHANGES BEFORE THIS MARK WERE JUST UNDONE.
           MOVE "M"             TO JRN-FUNCTION-CODE.
           MOVE "ROLLBKRB"      TO JRN-PROGRAM-NAME.
           MOVE SPACES          TO JRN-USER-ID.
           MOVE "R"             TO JRN-ACTION.
           MOVE SPACES          TO JRN-RECORD-KEY.
           MOVE WS-STAMP-DATE   TO JRN-RECORD-KEY.
           CALL "CHGJRNRB" USING CHGJRNL-PARMS.
           IF JRN-WRITE-ERROR
              DISPLAY "ROLLBKRB: ROLLBACK NOT MARKED ON THE CHANGE "
                  "JOURNAL"
           END-IF.

       9900-WRITE-AUDIT-RECORD.
      * APPEND ONE SUMMARY LINE FOR THIS RUN TO THE SHARED OPERATIONS
      * AUDIT TRAIL.
