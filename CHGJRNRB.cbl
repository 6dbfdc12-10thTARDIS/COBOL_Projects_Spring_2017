       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CHGJRNRB.
       AUTHOR.        RYAN BROOKS
      * MASTER CHANGE JOURNAL SERVICE.  SEE CHGJRNL.cpy FOR THE
      * CALLING CONVENTION AND JRNLDEF.cpy FOR THE JOURNAL LINE AND
      * THE MASTERS IT COVERS.  THE NIGHTLY SNAPSHOT SET CAN PUT A
      * DAMAGED MASTER BACK WHERE IT STOOD LAST NIGHT, BUT A DAY OF
      * MAINTENANCE AND A PAYROLL ON TOP OF IT WERE LOST WITH IT.
      * EVERY PROGRAM THAT ALTERS A JOURNALED MASTER REPORTS EACH
      * RECORD IT CHANGES HERE; EACH ONE IS APPENDED, BEFORE AND
      * AFTER IMAGE, TO A TIME-STAMPED JOURNAL THAT FWDRCVRB ROLLS
      * FORWARD FROM THE SNAPSHOT.
      *
      * MOST OF THOSE PROGRAMS HOLD THE MASTER IN A TABLE AND WRITE
      * IT BACK WHOLE, SO THEY HAND OVER EVERY RECORD AS THEY LOAD IT
      * AND AGAIN AS THEY WRITE IT; THE COMPARISON IS DONE HERE, BY
      * KEY, AND ONLY WHAT ACTUALLY CHANGED GOES ON THE JOURNAL.
      * THE LOADED IMAGES STAY UP FOR THE REST OF THE RUN, DATESRVRB
      * STYLE.  THE JOURNAL IS OPENED AND CLOSED AROUND EACH LINE,
      * THE WAY RUNLOKRB HANDLES ITS LOCK FILE, SO A RUN THAT DIES
      * LEAVES EVERY LINE IT WROTE BEHIND IT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHANGE-JOURNAL ASSIGN DYNAMIC
                 WS-CHANGE-JOURNAL-PATH
             organization is line sequential
             file status is WS-CHANGE-JOURNAL-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  CHANGE-JOURNAL
           RECORDING MODE IS F
           DATA RECORD IS CHANGE-JOURNAL-RECORD.
       01 CHANGE-JOURNAL-RECORD          PIC X(468).

       WORKING-STORAGE SECTION.
        01 WS-CHANGE-JOURNAL-PATH       PIC X(80)
             VALUE "C:\Users\Ryan\Desktop\CHGJRNL.DAT".
        01 WS-ENV-PATH-OVERRIDE         PIC X(80).

        01 WS-CHANGE-JOURNAL-STATUS     pic X(02).
           88 GOOD-CHANGE-JOURNAL-WRITE    VALUE "00".

        01 WS-FIRST-CALL-SW             PIC X(01) VALUE "Y".
           88 FIRST-CALL                   VALUE "Y".
        01 WS-JOURNAL-FAILED-SW         PIC X(01) VALUE "N".
           88 JOURNAL-HAS-FAILED           VALUE "Y".

        COPY "JRNLDEF.cpy".
        01 WS-MST-SUB                   PIC 9(02) COMP VALUE 0.

      * WHERE EACH MASTER'S LOADED IMAGES SIT IN THE BEFORE TABLE,
      * THE NEXT ONE EXPECTED BACK (MASTERS ARE NEARLY ALWAYS WRITTEN
      * BACK IN THE ORDER THEY WERE LOADED), AND WHETHER THE MASTER
      * OUTGREW THE TABLE (F) AND HAS HAD ITS RESET LINE WRITTEN (T).
        01 WS-MASTER-STATE-TABLE.
           05 WS-MASTER-STATE OCCURS 13 TIMES.
              10 MST-FIRST-SUB          PIC 9(05) COMP.
              10 MST-LAST-SUB           PIC 9(05) COMP.
              10 MST-NEXT-SUB           PIC 9(05) COMP.
              10 MST-STATE-SW           PIC X(01).
                 88 MST-TABLE-FULL         VALUE "F".
                 88 MST-RESET-WRITTEN      VALUE "T".

        01 WS-BFR-COUNT                 PIC 9(05) COMP VALUE 0.
        01 WS-BFR-SUB                   PIC 9(05) COMP VALUE 0.
        01 WS-BFR-TABLE.
           05 BFR-TABLE-ENTRY OCCURS 0 TO 20000 TIMES
                 DEPENDING ON WS-BFR-COUNT.
              10 BFR-MASTER-ID          PIC X(08).
              10 BFR-RECORD-KEY         PIC X(20).
              10 BFR-IMAGE              PIC X(200).
              10 BFR-MATCHED-SW         PIC X(01).

        01 WS-KEY-IMAGE                 PIC X(200).
        01 WS-KEY-POS                   PIC 9(03) COMP VALUE 0.
        01 WS-KEY-LEN                   PIC 9(02) COMP VALUE 0.
        01 WS-FOUND-SUB                 PIC 9(05) COMP VALUE 0.
        01 WS-KEY-AT                    PIC 9(03) COMP VALUE 0.
        01 WS-RUN-DATE                  PIC X(08).
        01 WS-RUN-TIME                  PIC 9(08) VALUE 0.

       LINKAGE SECTION.
        COPY "CHGJRNL.cpy".

       PROCEDURE DIVISION USING CHGJRNL-PARMS.

           IF FIRST-CALL
              PERFORM 1000-FIRST-CALL
           END-IF.
           MOVE "0" TO JRN-STATUS.
           IF JRN-USER-ID = SPACES
              ACCEPT JRN-USER-ID FROM ENVIRONMENT "OPS-USER-ID"
           END-IF.

           IF JRN-SET-MARK
              MOVE "SNAPSET" TO JRN-MASTER-ID
              MOVE SPACES    TO JRN-BEFORE-IMAGE JRN-AFTER-IMAGE
              PERFORM 8000-WRITE-JOURNAL-LINE
              GOBACK
           END-IF.

           PERFORM VARYING WS-MST-SUB FROM 1 BY 1
              UNTIL WS-MST-SUB > JRL-MASTER-COUNT
                 OR JRL-MST-ID (WS-MST-SUB) = JRN-MASTER-ID
           END-PERFORM.
           IF WS-MST-SUB > JRL-MASTER-COUNT
              MOVE "N" TO JRN-STATUS
              GOBACK
           END-IF.

           EVALUATE TRUE
              WHEN JRN-LOAD-BEFORE
                 PERFORM 2000-LOAD-BEFORE-IMAGE
              WHEN JRN-RECORD-WRITTEN
                 PERFORM 3000-RECORD-WRITTEN
              WHEN JRN-END-OF-REWRITE
                 PERFORM 4000-END-OF-REWRITE
              WHEN JRN-DIRECT-ENTRY
                 PERFORM 5000-DIRECT-ENTRY
              WHEN OTHER
                 MOVE "N" TO JRN-STATUS
           END-EVALUATE.

           GOBACK.

       1000-FIRST-CALL.
           ACCEPT WS-ENV-PATH-OVERRIDE FROM ENVIRONMENT
                  "CHGJRNRB-CHANGE-JOURNAL".
           IF WS-ENV-PATH-OVERRIDE NOT = SPACES
              MOVE WS-ENV-PATH-OVERRIDE TO WS-CHANGE-JOURNAL-PATH
           END-IF.
           PERFORM VARYING WS-MST-SUB FROM 1 BY 1
              UNTIL WS-MST-SUB > JRL-MASTER-COUNT
              MOVE 0     TO MST-FIRST-SUB (WS-MST-SUB)
                            MST-LAST-SUB (WS-MST-SUB)
                            MST-NEXT-SUB (WS-MST-SUB)
              MOVE SPACE TO MST-STATE-SW (WS-MST-SUB)
           END-PERFORM.
           MOVE "N" TO WS-FIRST-CALL-SW.

       2000-LOAD-BEFORE-IMAGE.
           IF MST-TABLE-FULL (WS-MST-SUB)
              MOVE "F" TO JRN-STATUS
           ELSE
              IF WS-BFR-COUNT = 20000
      * TOO BIG TO HOLD - THE REWRITE GOES ON THE JOURNAL WHOLE.
                 SET MST-TABLE-FULL (WS-MST-SUB) TO TRUE
                 MOVE "F" TO JRN-STATUS
                 DISPLAY "CHGJRNRB: BEFORE-IMAGE TABLE FULL - "
                     JRN-MASTER-ID " WILL BE JOURNALED WHOLE"
              ELSE
                 MOVE JRN-BEFORE-IMAGE TO WS-KEY-IMAGE
                 PERFORM 7000-BUILD-RECORD-KEY
                 ADD 1 TO WS-BFR-COUNT
                 MOVE JRN-MASTER-ID    TO BFR-MASTER-ID (WS-BFR-COUNT)
                 MOVE JRN-RECORD-KEY   TO BFR-RECORD-KEY (WS-BFR-COUNT)
                 MOVE JRN-BEFORE-IMAGE TO BFR-IMAGE (WS-BFR-COUNT)
                 MOVE "N"              TO BFR-MATCHED-SW (WS-BFR-COUNT)
                 IF MST-FIRST-SUB (WS-MST-SUB) = 0
                    MOVE WS-BFR-COUNT TO MST-FIRST-SUB (WS-MST-SUB)
                                         MST-NEXT-SUB (WS-MST-SUB)
                 END-IF
                 MOVE WS-BFR-COUNT TO MST-LAST-SUB (WS-MST-SUB)
              END-IF
           END-IF.

       3000-RECORD-WRITTEN.
           MOVE JRN-AFTER-IMAGE TO WS-KEY-IMAGE.
           PERFORM 7000-BUILD-RECORD-KEY.
           IF MST-TABLE-FULL (WS-MST-SUB)
              OR MST-RESET-WRITTEN (WS-MST-SUB)
              PERFORM 3500-JOURNAL-WHOLE
           ELSE
              PERFORM 3100-FIND-BEFORE-IMAGE
              IF WS-FOUND-SUB = 0
                 MOVE "A"    TO JRN-ACTION
                 MOVE SPACES TO JRN-BEFORE-IMAGE
                 PERFORM 8000-WRITE-JOURNAL-LINE
              ELSE
                 MOVE "Y" TO BFR-MATCHED-SW (WS-FOUND-SUB)
                 COMPUTE MST-NEXT-SUB (WS-MST-SUB) = WS-FOUND-SUB + 1
                 IF BFR-IMAGE (WS-FOUND-SUB) NOT = JRN-AFTER-IMAGE
                    MOVE "C" TO JRN-ACTION
                    MOVE BFR-IMAGE (WS-FOUND-SUB) TO JRN-BEFORE-IMAGE
                    PERFORM 8000-WRITE-JOURNAL-LINE
                 END-IF
              END-IF
           END-IF.

       3100-FIND-BEFORE-IMAGE.
      * THE NEXT LOADED RECORD IS TRIED FIRST; FAILING THAT, THE
      * MASTER'S WHOLE STRETCH OF THE TABLE.  A RECORD ALREADY
      * MATCHED IS PASSED OVER SO A REPEATED KEY PAIRS OFF IN ORDER.
           MOVE 0 TO WS-FOUND-SUB.
           IF MST-FIRST-SUB (WS-MST-SUB) = 0
              EXIT PARAGRAPH
           END-IF.
           MOVE MST-NEXT-SUB (WS-MST-SUB) TO WS-BFR-SUB.
           IF WS-BFR-SUB NOT > MST-LAST-SUB (WS-MST-SUB)
              IF BFR-MASTER-ID (WS-BFR-SUB) = JRN-MASTER-ID
                 AND BFR-RECORD-KEY (WS-BFR-SUB) = JRN-RECORD-KEY
                 AND BFR-MATCHED-SW (WS-BFR-SUB) = "N"
                 MOVE WS-BFR-SUB TO WS-FOUND-SUB
                 EXIT PARAGRAPH
              END-IF
           END-IF.
           PERFORM VARYING WS-BFR-SUB FROM MST-FIRST-SUB (WS-MST-SUB)
              BY 1 UNTIL WS-BFR-SUB > MST-LAST-SUB (WS-MST-SUB)
                 OR WS-FOUND-SUB > 0
              IF BFR-MASTER-ID (WS-BFR-SUB) = JRN-MASTER-ID
                 AND BFR-RECORD-KEY (WS-BFR-SUB) = JRN-RECORD-KEY
                 AND BFR-MATCHED-SW (WS-BFR-SUB) = "N"
                 MOVE WS-BFR-SUB TO WS-FOUND-SUB
              END-IF
           END-PERFORM.

       3500-JOURNAL-WHOLE.
      * ONE RESET LINE, THEN EVERY RECORD WRITTEN AS AN ADD - THE
      * RECOVERY EMPTIES THE MASTER AT THE RESET AND REBUILDS IT.
           IF NOT MST-RESET-WRITTEN (WS-MST-SUB)
              SET MST-RESET-WRITTEN (WS-MST-SUB) TO TRUE
              MOVE "T"    TO JRN-ACTION
              MOVE SPACES TO JRN-BEFORE-IMAGE JRN-AFTER-IMAGE
                             JRN-RECORD-KEY
              PERFORM 8000-WRITE-JOURNAL-LINE
              MOVE WS-KEY-IMAGE TO JRN-AFTER-IMAGE
              PERFORM 7000-BUILD-RECORD-KEY
           END-IF.
           MOVE "A"    TO JRN-ACTION.
           MOVE SPACES TO JRN-BEFORE-IMAGE.
           PERFORM 8000-WRITE-JOURNAL-LINE.
           MOVE "F" TO JRN-STATUS.

       4000-END-OF-REWRITE.
      * WHATEVER WAS LOADED AND NEVER WRITTEN BACK WAS DELETED.  THE
      * MASTER'S STRETCH OF THE TABLE IS THEN RELEASED SO A SECOND
      * LOAD AND REWRITE IN THE SAME RUN STARTS CLEAN.
           IF NOT MST-TABLE-FULL (WS-MST-SUB)
              AND NOT MST-RESET-WRITTEN (WS-MST-SUB)
              AND MST-FIRST-SUB (WS-MST-SUB) > 0
              PERFORM VARYING WS-BFR-SUB
                 FROM MST-FIRST-SUB (WS-MST-SUB) BY 1
                 UNTIL WS-BFR-SUB > MST-LAST-SUB (WS-MST-SUB)
                 IF BFR-MASTER-ID (WS-BFR-SUB) = JRN-MASTER-ID
                    AND BFR-MATCHED-SW (WS-BFR-SUB) = "N"
                    MOVE "D"    TO JRN-ACTION
                    MOVE BFR-RECORD-KEY (WS-BFR-SUB) TO JRN-RECORD-KEY
                    MOVE BFR-IMAGE (WS-BFR-SUB) TO JRN-BEFORE-IMAGE
                    MOVE SPACES TO JRN-AFTER-IMAGE
                    PERFORM 8000-WRITE-JOURNAL-LINE
                 END-IF
                 MOVE "Y" TO BFR-MATCHED-SW (WS-BFR-SUB)
              END-PERFORM
           END-IF.
           IF MST-TABLE-FULL (WS-MST-SUB)
              OR MST-RESET-WRITTEN (WS-MST-SUB)
              MOVE "F" TO JRN-STATUS
           END-IF.
      * THE SLOTS AT THE TOP OF THE TABLE CAN BE HANDED BACK.
           IF MST-LAST-SUB (WS-MST-SUB) = WS-BFR-COUNT
              AND MST-FIRST-SUB (WS-MST-SUB) > 0
              COMPUTE WS-BFR-COUNT = MST-FIRST-SUB (WS-MST-SUB) - 1
           END-IF.
           MOVE 0     TO MST-FIRST-SUB (WS-MST-SUB)
                         MST-LAST-SUB (WS-MST-SUB)
                         MST-NEXT-SUB (WS-MST-SUB).
           MOVE SPACE TO MST-STATE-SW (WS-MST-SUB).

       5000-DIRECT-ENTRY.
           IF JRN-ACTION = "D"
              MOVE JRN-BEFORE-IMAGE TO WS-KEY-IMAGE
              MOVE SPACES           TO JRN-AFTER-IMAGE
           ELSE
              MOVE JRN-AFTER-IMAGE  TO WS-KEY-IMAGE
              IF JRN-ACTION = "A"
                 MOVE SPACES        TO JRN-BEFORE-IMAGE
              END-IF
           END-IF.
           IF JRN-ACTION = "A" OR "C" OR "D"
              PERFORM 7000-BUILD-RECORD-KEY
              PERFORM 8000-WRITE-JOURNAL-LINE
           ELSE
              MOVE "N" TO JRN-STATUS
           END-IF.

       7000-BUILD-RECORD-KEY.
      * THE KEY IS CUT FROM WS-KEY-IMAGE BY THE MASTER'S TABLE ROW.
           MOVE SPACES TO JRN-RECORD-KEY.
           MOVE JRL-MST-KEY-POS-1 (WS-MST-SUB) TO WS-KEY-POS.
           MOVE JRL-MST-KEY-LEN-1 (WS-MST-SUB) TO WS-KEY-LEN.
           MOVE WS-KEY-IMAGE (WS-KEY-POS:WS-KEY-LEN)
             TO JRN-RECORD-KEY (1:WS-KEY-LEN).
           IF JRL-MST-KEY-LEN-2 (WS-MST-SUB) > 0
              MOVE JRL-MST-KEY-POS-2 (WS-MST-SUB) TO WS-KEY-POS
              COMPUTE WS-KEY-AT = WS-KEY-LEN + 1
              MOVE JRL-MST-KEY-LEN-2 (WS-MST-SUB) TO WS-KEY-LEN
              MOVE WS-KEY-IMAGE (WS-KEY-POS:WS-KEY-LEN)
                TO JRN-RECORD-KEY (WS-KEY-AT:WS-KEY-LEN)
           END-IF.

       8000-WRITE-JOURNAL-LINE.
           ACCEPT WS-RUN-DATE FROM DATE.
           ACCEPT WS-RUN-TIME FROM TIME.
           MOVE "20"              TO JRL-STAMP-DATE (1:2).
           MOVE WS-RUN-DATE (1:6) TO JRL-STAMP-DATE (3:6).
           MOVE WS-RUN-TIME       TO JRL-STAMP-TIME.
           MOVE JRN-PROGRAM-NAME  TO JRL-PROGRAM-NAME.
           MOVE JRN-USER-ID       TO JRL-USER-ID.
           MOVE JRN-MASTER-ID     TO JRL-MASTER-ID.
           MOVE JRN-ACTION        TO JRL-ACTION.
           MOVE JRN-RECORD-KEY    TO JRL-RECORD-KEY.
           MOVE JRN-BEFORE-IMAGE  TO JRL-BEFORE-IMAGE.
           MOVE JRN-AFTER-IMAGE   TO JRL-AFTER-IMAGE.
           OPEN EXTEND CHANGE-JOURNAL.
           IF NOT GOOD-CHANGE-JOURNAL-WRITE
              CLOSE CHANGE-JOURNAL
              OPEN OUTPUT CHANGE-JOURNAL
           END-IF.
           IF NOT GOOD-CHANGE-JOURNAL-WRITE
              MOVE "E" TO JRN-STATUS
              IF NOT JOURNAL-HAS-FAILED
                 SET JOURNAL-HAS-FAILED TO TRUE
                 DISPLAY "CHGJRNRB: CHANGE JOURNAL WILL NOT OPEN, "
                     "STATUS = " WS-CHANGE-JOURNAL-STATUS " - "
                     WS-CHANGE-JOURNAL-PATH
              END-IF
           ELSE
              WRITE CHANGE-JOURNAL-RECORD FROM CHANGE-JOURNAL-LINE
              IF NOT GOOD-CHANGE-JOURNAL-WRITE
                 MOVE "E" TO JRN-STATUS
              END-IF
              CLOSE CHANGE-JOURNAL
           END-IF.
