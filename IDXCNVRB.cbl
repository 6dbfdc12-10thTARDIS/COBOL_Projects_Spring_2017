      * OPENINV.DAT, AND PAYHIST.DAT AS INDEXED FILES WITH RECORD
      * KEYS.  TO CONVERT A MASTER: RENAME THE OLD LINE-SEQUENTIAL
      * FILE TO <NAME>.OLD, SET IDXCNVRB-FILE TO ONE OF
      *     EMP / YTD / DED / INV / HIST / HWID
      * AND RUN THIS PROGRAM - IT READS <NAME>.OLD AND LOADS THE
      * INDEXED <NAME>.  RUN ONCE PER MASTER AT CUTOVER; THE .OLD
      * FILES STAY AS THE FALLBACK.
      * PAY HISTORY'S DOLLAR FIELDS WERE LATER WIDENED (GROSS, THE
      * TAXES AND NET TO 9(06)V99) - HIST LOADS A FLAT HISTORY
      * STRAIGHT INTO THE WIDE LAYOUT, AND HWID RELOADS AN INDEXED
      * PAYHIST WRITTEN WITH THE NARROW FIELDS: RENAME IT TO
      * PAYHIST.DAT.OLD, SET IDXCNVRB-FILE TO HWID AND RUN ONCE.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                 WS-OLD-FLAT-PATH
             organization is line sequential
             file status is WS-OLD-FLAT-STATUS.
           SELECT OLD-HIST-FILE ASSIGN DYNAMIC
                 WS-OLD-FLAT-PATH
             organization is indexed
             access is sequential
             record key is OLDH-KEY
             file status is WS-OLD-FLAT-STATUS.
           SELECT NEW-EMP-FILE ASSIGN DYNAMIC
                 WS-NEW-FILE-PATH
             organization is indexed
      * TAKES ONLY ITS OWN LENGTH OFF THE FRONT.
       01 OLD-FLAT-RECORD                PIC X(200).

      * AN INDEXED PAYHIST WITH THE NARROW DOLLAR FIELDS (HWID ONLY).
       FD  OLD-HIST-FILE
           RECORDING MODE IS F
           DATA RECORD IS OLD-HIST-RECORD.
       01 OLD-HIST-RECORD.
           05  OLDH-KEY                 PIC X(22).
           05  OLDH-REST                PIC X(91).

       FD  NEW-EMP-FILE
           RECORDING MODE IS F
           DATA RECORD IS NEW-EMP-RECORD.
       01 NEW-EMP-RECORD.
           05  IXE-EMP-NUMBER           PIC X(06).
           05  IXE-REST                 PIC X(188).

       FD  NEW-YTD-FILE
           RECORDING MODE IS F
           DATA RECORD IS NEW-YTD-RECORD.
       01 NEW-YTD-RECORD.
           05  IXY-EMP-NUMBER           PIC X(06).
           05  IXY-REST                 PIC X(110).

       FD  NEW-DED-FILE
           RECORDING MODE IS F
           DATA RECORD IS NEW-INV-RECORD.
       01 NEW-INV-RECORD.
           05  IXI-NUMBER               PIC X(06).
           05  IXI-REST                 PIC X(101).

       FD  NEW-HIST-FILE
           RECORDING MODE IS F
           05  IXH-KEY.
               10 IXH-KEY-FRONT         PIC X(20).
               10 IXH-KEY-SEQ           PIC X(02).
           05  IXH-REST                 PIC X(113).

       FD  AUDIT-TRAIL-FILE
           RECORDING MODE IS F
           88 CONVERT-DED                  VALUE "DED ".
           88 CONVERT-INV                  VALUE "INV ".
           88 CONVERT-HIST                 VALUE "HIST".
           88 WIDEN-HIST                   VALUE "HWID".
           88 HIST-TARGET                  VALUE "HIST" "HWID".
        01 WS-HIST-SEQ-NUM              PIC 9(02) VALUE 0.

      * A HISTORY IMAGE (EVERYTHING AFTER THE KEY) IN THE NARROW
      * LAYOUT AND IN THE WIDE ONE PAYRPTRB NOW WRITES.  THE FIELDS
      * EITHER SIDE OF THE DOLLAR AMOUNTS CARRY ACROSS AS THEY ARE.
        01 WS-OLD-HIST-IMAGE.
           05 WS-OLDI-FRONT             PIC X(19).
           05 WS-OLDI-GROSS             PIC 9(04)V99.
           05 WS-OLDI-SSN-MED           PIC 9(03)V99.
           05 WS-OLDI-STATE             PIC 9(03)V99.
           05 WS-OLDI-LOCAL             PIC 9(03)V99.
           05 WS-OLDI-FED               PIC 9(03)V99.
           05 WS-OLDI-NET               PIC 9(04)V99.
           05 WS-OLDI-MIDDLE            PIC X(30).
           05 WS-OLDI-SS-TAX            PIC 9(03)V99.
           05 WS-OLDI-MED-TAX           PIC 9(03)V99.
        01 WS-NEW-HIST-IMAGE.
           05 WS-NEWI-FRONT             PIC X(19).
           05 WS-NEWI-GROSS             PIC 9(06)V99.
           05 WS-NEWI-SSN-MED           PIC 9(06)V99.
           05 WS-NEWI-STATE             PIC 9(06)V99.
           05 WS-NEWI-LOCAL             PIC 9(06)V99.
           05 WS-NEWI-FED               PIC 9(06)V99.
           05 WS-NEWI-NET               PIC 9(06)V99.
           05 WS-NEWI-MIDDLE            PIC X(30).
           05 WS-NEWI-SS-TAX            PIC 9(06)V99.
           05 WS-NEWI-MED-TAX           PIC 9(06)V99.
        01 WS-RECORDS-READ              PIC 9(06) VALUE 0.
        01 WS-RECORDS-LOADED            PIC 9(06) VALUE 0.
        01 WS-RECORDS-DROPPED           PIC 9(06) VALUE 0.

           PERFORM 9900-WRITE-AUDIT-RECORD.

           IF WIDEN-HIST
              close OLD-HIST-FILE
           ELSE
              close OLD-FLAT-FILE
           END-IF.
           close AUDIT-TRAIL-FILE.

           GOBACK.

              WHEN CONVERT-INV
                 MOVE "C:\Users\Ryan\Desktop\OPENINV.DAT"
                   TO WS-NEW-FILE-PATH
              WHEN HIST-TARGET
                 MOVE "C:\Users\Ryan\Desktop\PAYHIST.DAT"
                   TO WS-NEW-FILE-PATH
              WHEN OTHER
                 DISPLAY "IDXCNVRB: IDXCNVRB-FILE MUST BE ONE OF "
                     "EMP/YTD/DED/INV/HIST/HWID - RUN STOPPED"
                 MOVE 16 TO RETURN-CODE
                 GOBACK
           END-EVALUATE.
           IF WS-ENV-PATH-OVERRIDE NOT = SPACES
              MOVE WS-ENV-PATH-OVERRIDE TO WS-AUDIT-TRAIL-PATH
           END-IF.
           IF WIDEN-HIST
              OPEN INPUT OLD-HIST-FILE
           ELSE
              OPEN INPUT OLD-FLAT-FILE
           END-IF.
           IF NOT OLD-FLAT-SUCCESSFUL
              DISPLAY "IDXCNVRB: UNABLE TO OPEN " WS-OLD-FLAT-PATH
                  " STATUS = " WS-OLD-FLAT-STATUS
              WHEN CONVERT-YTD  OPEN OUTPUT NEW-YTD-FILE
              WHEN CONVERT-DED  OPEN OUTPUT NEW-DED-FILE
              WHEN CONVERT-INV  OPEN OUTPUT NEW-INV-FILE
              WHEN HIST-TARGET  OPEN OUTPUT NEW-HIST-FILE
           END-EVALUATE.
           IF NOT GOOD-NEW-FILE-WRITE
              DISPLAY "IDXCNVRB: UNABLE TO CREATE " WS-NEW-FILE-PATH
           END-IF.

       2000-READ-OLD-RECORD.
           IF WIDEN-HIST
              READ OLD-HIST-FILE NEXT RECORD
                   AT END
                      DISPLAY "END OF OLD PAY HISTORY"
                   NOT AT END
                      ADD 1 TO WS-RECORDS-READ
              END-READ
           ELSE
              READ OLD-FLAT-FILE
                   AT END
                      DISPLAY "END OF OLD FLAT FILE"
                   NOT AT END
                      ADD 1 TO WS-RECORDS-READ
              END-READ
           END-IF.

       3000-LOAD-ONE-RECORD.
      * EACH TARGET TAKES ITS OWN RECORD LENGTH OFF THE FRONT OF THE
      * SHOWN RATHER THAN SILENTLY LOST.
           EVALUATE TRUE
              WHEN CONVERT-EMP
                 MOVE OLD-FLAT-RECORD (1:194) TO NEW-EMP-RECORD
                 WRITE NEW-EMP-RECORD
                    INVALID KEY PERFORM 3500-COUNT-DROPPED
                    NOT INVALID KEY ADD 1 TO WS-RECORDS-LOADED
                 END-WRITE
              WHEN CONVERT-YTD
                 MOVE OLD-FLAT-RECORD (1:116) TO NEW-YTD-RECORD
                 WRITE NEW-YTD-RECORD
                    INVALID KEY PERFORM 3500-COUNT-DROPPED
                    NOT INVALID KEY ADD 1 TO WS-RECORDS-LOADED
                    NOT INVALID KEY ADD 1 TO WS-RECORDS-LOADED
                 END-WRITE
              WHEN CONVERT-INV
                 MOVE OLD-FLAT-RECORD (1:107) TO NEW-INV-RECORD
                 WRITE NEW-INV-RECORD
                    INVALID KEY PERFORM 3500-COUNT-DROPPED
                    NOT INVALID KEY ADD 1 TO WS-RECORDS-LOADED
                 END-WRITE
              WHEN CONVERT-HIST
                 PERFORM 3100-LOAD-HIST-RECORD
              WHEN WIDEN-HIST
                 PERFORM 3300-RELOAD-HIST-RECORD
           END-EVALUATE.

       3100-LOAD-HIST-RECORD.
           MOVE OLD-FLAT-RECORD (1:20)   TO IXH-KEY-FRONT.
           MOVE "00"                     TO IXH-KEY-SEQ.
           MOVE OLD-FLAT-RECORD (21:91)  TO WS-OLD-HIST-IMAGE.
           PERFORM 3200-WIDEN-HIST-IMAGE.
           MOVE WS-NEW-HIST-IMAGE        TO IXH-REST.
           MOVE 0 TO WS-HIST-SEQ-NUM.
           WRITE NEW-HIST-RECORD
              INVALID KEY CONTINUE
              PERFORM 3500-COUNT-DROPPED
           END-IF.

       3200-WIDEN-HIST-IMAGE.
      * AN AMOUNT THE OLD RECORD NEVER CARRIED (THE SOCIAL SECURITY
      * AND MEDICARE SPLIT ON A RECORD OLDER THAN THE SPLIT) STAYS
      * BLANK, JUST AS IT READ BEFORE.
           MOVE SPACES          TO WS-NEW-HIST-IMAGE.
           MOVE WS-OLDI-FRONT   TO WS-NEWI-FRONT.
           MOVE WS-OLDI-MIDDLE  TO WS-NEWI-MIDDLE.
           IF WS-OLDI-GROSS IS NUMERIC
              MOVE WS-OLDI-GROSS   TO WS-NEWI-GROSS
           END-IF.
           IF WS-OLDI-SSN-MED IS NUMERIC
              MOVE WS-OLDI-SSN-MED TO WS-NEWI-SSN-MED
           END-IF.
           IF WS-OLDI-STATE IS NUMERIC
              MOVE WS-OLDI-STATE   TO WS-NEWI-STATE
           END-IF.
           IF WS-OLDI-LOCAL IS NUMERIC
              MOVE WS-OLDI-LOCAL   TO WS-NEWI-LOCAL
           END-IF.
           IF WS-OLDI-FED IS NUMERIC
              MOVE WS-OLDI-FED     TO WS-NEWI-FED
           END-IF.
           IF WS-OLDI-NET IS NUMERIC
              MOVE WS-OLDI-NET     TO WS-NEWI-NET
           END-IF.
           IF WS-OLDI-SS-TAX IS NUMERIC
              MOVE WS-OLDI-SS-TAX  TO WS-NEWI-SS-TAX
           END-IF.
           IF WS-OLDI-MED-TAX IS NUMERIC
              MOVE WS-OLDI-MED-TAX TO WS-NEWI-MED-TAX
           END-IF.

       3300-RELOAD-HIST-RECORD.
      * THE OLD FILE IS ALREADY KEYED WITH ITS SEQUENCE BYTES, SO
      * EACH RECORD KEEPS THE KEY IT HAD.
           MOVE OLDH-KEY                 TO IXH-KEY.
           MOVE OLDH-REST                TO WS-OLD-HIST-IMAGE.
           PERFORM 3200-WIDEN-HIST-IMAGE.
           MOVE WS-NEW-HIST-IMAGE        TO IXH-REST.
           WRITE NEW-HIST-RECORD
              INVALID KEY PERFORM 3500-COUNT-DROPPED
              NOT INVALID KEY ADD 1 TO WS-RECORDS-LOADED
           END-WRITE.

       3500-COUNT-DROPPED.
           ADD 1 TO WS-RECORDS-DROPPED.
           IF WIDEN-HIST
              DISPLAY "IDXCNVRB: RECORD " WS-RECORDS-READ
                  " NOT LOADED, STATUS " WS-NEW-FILE-STATUS
                  " KEY " OLDH-KEY (1:20)
           ELSE
              DISPLAY "IDXCNVRB: RECORD " WS-RECORDS-READ
                  " NOT LOADED, STATUS " WS-NEW-FILE-STATUS
                  " KEY " OLD-FLAT-RECORD (1:20)
           END-IF.

       9500-CLOSE-NEW-FILE.
           EVALUATE TRUE
              WHEN CONVERT-YTD  CLOSE NEW-YTD-FILE
              WHEN CONVERT-DED  CLOSE NEW-DED-FILE
              WHEN CONVERT-INV  CLOSE NEW-INV-FILE
              WHEN HIST-TARGET  CLOSE NEW-HIST-FILE
           END-EVALUATE.

       9900-WRITE-AUDIT-RECORD.
