       IDENTIFICATION DIVISION.
       PROGRAM-ID.    FWDRCVRB.
       AUTHOR.        RYAN BROOKS
      * FORWARD RECOVERY OF THE MASTERS TO A POINT IN TIME.  ROLLBKRB
      * PUTS A DAMAGED SET BACK WHERE IT STOOD WHEN SNAPSHRB TOOK IT,
      * BUT EVERYTHING DONE SINCE - A DAY OF MAINTENANCE, A PAYROLL -
      * GOES WITH IT.  THIS TAKES THE SAME SNAPSHOT SET AND ROLLS IT
      * FORWARD THROUGH THE MASTER CHANGE JOURNAL CHGJRNRB KEEPS,
      * APPLYING EVERY ADD, CHANGE AND DELETE IN THE ORDER THEY WERE
      * MADE, UP TO THE POINT ASKED FOR.  THE RUN IS DRIVEN BY:
      *   FWDRCVRB-SNAP-DATE  THE SNAPSHOT SET (YYMMDD) - DEFAULTS
      *                       TO TODAY'S SET
      *   FWDRCVRB-TO-DATE    RECOVER THROUGH THIS DATE (CCYYMMDD) -
      *                       BLANK TAKES THE WHOLE JOURNAL
      *   FWDRCVRB-TO-TIME    AND THIS TIME OF DAY (HHMMSS) - BLANK
      *                       IS THE END OF THE DAY
      *   FWDRCVRB-MASTER     ONE JOURNALED MASTER BY ITS JOURNAL
      *                       NAME (EMPMAST, CUSTMAST ...) - BLANK
      *                       RECOVERS THEM ALL
      * THE MASTER PATHS ARE THE SNAPSHOT SET'S OWN, TAKEN FROM THE
      * SAME SNAPSHRB- ENVIRONMENT VARIABLES.
      *
      * THE JOURNAL IS REPLAYED FROM THE LAST MARK SNAPSHRB (SET
      * TAKEN) OR ROLLBKRB (SET RESTORED) LEFT FOR THE SET BEFORE
      * THE RECOVERY POINT; CHANGES AHEAD OF THAT MARK ARE ALREADY
      * IN THE SET OR WERE UNDONE.  A SET WITH NO MARK IS REPLAYED
      * FROM THE START OF ITS DAY - EVERY JOURNAL LINE CARRIES THE
      * WHOLE RECORD, SO A CHANGE APPLIED TWICE COMES OUT THE SAME.
      * A ROLLBACK TO A DIFFERENT SET PART WAY THROUGH ENDS THE
      * REPLAY THERE, BECAUSE THE JOURNAL PAST IT BELONGS TO THAT
      * OTHER SET.
      *
      * NOTHING IS TOUCHED UNLESS THE WHOLE REQUEST CHECKS OUT
      * FIRST: A VALID POINT IN TIME, A JOURNAL TO READ, AND A
      * SNAPSHOT FOR EVERY LIVE MASTER BEING RECOVERED.  EACH
      * MASTER IS REBUILT UNDER ITS RUNLOKRB LOCK; ONE THAT IS HELD
      * IS LEFT ALONE AND LISTED.  THE LISTING SHOWS, MASTER BY
      * MASTER, WHAT THE SNAPSHOT HELD, WHAT THE JOURNAL ADDED,
      * CHANGED AND DELETED, AND WHAT WAS WRITTEN BACK, WITH EVERY
      * JOURNAL LINE THAT DID NOT FIT THE MASTER AS IT STOOD (A
      * CHANGE OR DELETE OF A RECORD NOT THERE, AN ADD OF ONE THAT
      * WAS) LISTED UNDER IT.  THE PAID REGISTER AND OPEN-INVOICE
      * FILE ARE IN THE SNAPSHOT SET BUT NOT ON THE JOURNAL AND ARE
      * LEFT AS THEY ARE.  TAKE A NEW SNAPSHOT SET AFTER A RECOVERY,
      * BEFORE ANYTHING ELSE UPDATES THE MASTERS.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHANGE-JOURNAL ASSIGN DYNAMIC
                 WS-CHANGE-JOURNAL-PATH
             organization is line sequential
             file status is WS-CHANGE-JOURNAL-STATUS.
           SELECT MASTER-SEQ-FILE ASSIGN DYNAMIC
                 WS-WORK-PATH
             organization is line sequential
             file status is WS-MASTER-SEQ-STATUS.
           SELECT EMP-INDEXED-FILE ASSIGN DYNAMIC
                 WS-WORK-PATH
             organization is indexed
             access is dynamic
             record key is EMPIDX-NUMBER
             file status is WS-INDEXED-STATUS.
           SELECT YTD-INDEXED-FILE ASSIGN DYNAMIC
                 WS-WORK-PATH
             organization is indexed
             access is dynamic
             record key is YTDIDX-EMP-NUMBER
             file status is WS-INDEXED-STATUS.
           SELECT DED-INDEXED-FILE ASSIGN DYNAMIC
                 WS-WORK-PATH
             organization is indexed
             access is dynamic
             record key is DEDIDX-KEY
             file status is WS-INDEXED-STATUS.
           SELECT RECOVERY-LISTING
             ASSIGN DYNAMIC WS-RECOVERY-LISTING-PATH
             organization is LINE sequential
             file status is WS-RECOVERY-LISTING-STATUS.
           SELECT AUDIT-TRAIL-FILE ASSIGN DYNAMIC
                 WS-AUDIT-TRAIL-PATH
             organization is line sequential
             file status is WS-AUDIT-TRAIL-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  CHANGE-JOURNAL
           RECORDING MODE IS F
           DATA RECORD IS CHANGE-JOURNAL-RECORD.
       01 CHANGE-JOURNAL-RECORD          PIC X(468).

      * ANY LINE-SEQUENTIAL MASTER ON THE JOURNAL - NONE IS LONGER
      * THAN A JOURNAL IMAGE.
       FD  MASTER-SEQ-FILE
           RECORDING MODE IS F
           DATA RECORD IS MASTER-SEQ-RECORD.
       01 MASTER-SEQ-RECORD              PIC X(200).

      * THE THREE INDEXED MASTERS, KEY AND LENGTH ONLY - THE RECORD
      * IS CARRIED WHOLE AS AN IMAGE.
       FD  EMP-INDEXED-FILE
           RECORDING MODE IS F
           DATA RECORD IS EMPIDX-RECORD.
       01 EMPIDX-RECORD.
           05  EMPIDX-NUMBER            PIC X(06).
           05  FILLER                   PIC X(188).

       FD  YTD-INDEXED-FILE
           RECORDING MODE IS F
           DATA RECORD IS YTDIDX-RECORD.
       01 YTDIDX-RECORD.
           05  YTDIDX-EMP-NUMBER        PIC X(06).
           05  FILLER                   PIC X(110).

       FD  DED-INDEXED-FILE
           RECORDING MODE IS F
           DATA RECORD IS DEDIDX-RECORD.
       01 DEDIDX-RECORD.
           05  DEDIDX-KEY               PIC X(09).
           05  FILLER                   PIC X(41).

       FD  RECOVERY-LISTING
           RECORDING MODE IS F
           DATA RECORD IS RECOVERY-LISTING-RECORD.
       01 RECOVERY-LISTING-RECORD        PIC X(133).

       FD  AUDIT-TRAIL-FILE
           RECORDING MODE IS F
           DATA RECORD IS AUDIT-TRAIL-RECORD.
       01 AUDIT-TRAIL-RECORD             PIC X(89).

       WORKING-STORAGE SECTION.
      * THE SNAPSHOT SET, IN SNAPSHRB'S ORDER AND UNDER ITS
      * ENVIRONMENT VARIABLES, SO THE SET RECOVERED IS ALWAYS THE
      * SET THAT WAS TAKEN.  JRL-MST-SET-NUMBER IN JRNLDEF.cpy
      * POINTS INTO IT.
        01 WS-MASTER-SET.
           05 WS-MASTER-PATH-01         PIC X(80)
                VALUE "C:\Users\Ryan\Desktop\EMPLOYEE-MASTER.DAT".
           05 WS-MASTER-PATH-02         PIC X(80)
                VALUE "C:\Users\Ryan\Desktop\YTD-MASTER.DAT".
           05 WS-MASTER-PATH-03         PIC X(80)
                VALUE "C:\Users\Ryan\Desktop\QTD-MASTER.DAT".
           05 WS-MASTER-PATH-04         PIC X(80)
                VALUE "C:\Users\Ryan\Desktop\DEDMAST.DAT".
           05 WS-MASTER-PATH-05         PIC X(80)
                VALUE "C:\Users\Ryan\Desktop\LEAVEACC.DAT".
           05 WS-MASTER-PATH-06         PIC X(80)
                VALUE "C:\Users\Ryan\Desktop\ARREARS.DAT".
           05 WS-MASTER-PATH-07         PIC X(80)
                VALUE "C:\Users\Ryan\Desktop\PAIDREG.DAT".
           05 WS-MASTER-PATH-08         PIC X(80)
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

        01 WS-FILE-PATHS.
           05 WS-CHANGE-JOURNAL-PATH    PIC X(80)
                VALUE "C:\Users\Ryan\Desktop\CHGJRNL.DAT".
           05 WS-RECOVERY-LISTING-PATH  PIC X(80)
                VALUE "C:\Users\Ryan\Desktop\FWDRCVRY.rpt".
           05 WS-AUDIT-TRAIL-PATH       PIC X(80)
                VALUE "C:\Users\Ryan\Desktop\OPS-AUDIT-TRAIL.LOG".
           05 WS-ENV-PATH-OVERRIDE      PIC X(80).
        01 WS-WORK-PATH                 PIC X(80) VALUE SPACES.
        01 WS-SNAPSHOT-PATH             PIC X(80) VALUE SPACES.

      * File status
        01 WS-CHANGE-JOURNAL-STATUS     pic X(02).
           88 CHANGE-JOURNAL-SUCCESSFUL    VALUE "00".
           88 END-OF-CHANGE-JOURNAL        VALUE "10".
        01 WS-MASTER-SEQ-STATUS         pic X(02).
           88 MASTER-SEQ-SUCCESSFUL        VALUE "00".
           88 END-OF-MASTER-SEQ            VALUE "10".
        01 WS-INDEXED-STATUS            pic X(02).
           88 INDEXED-SUCCESSFUL           VALUE "00".
           88 END-OF-INDEXED               VALUE "10".
        01 WS-RECOVERY-LISTING-STATUS   pic X(02).
           88 GOOD-RECOVERY-LISTING-WRITE  VALUE "00".
        01 WS-AUDIT-TRAIL-STATUS        pic X(02).
           88 GOOD-AUDIT-TRAIL-WRITE       VALUE "00".

      * THE JOURNAL LINE AND THE TABLE OF JOURNALED MASTERS:
        COPY "JRNLDEF.cpy".
        01 WS-MST-SUB                   PIC 9(02) COMP VALUE 0.
        01 WS-SET-SUB                   PIC 9(02) COMP VALUE 0.
      * Y = RECOVER THIS MASTER, N = NOT ASKED FOR OR NOT IN THE SET
        01 WS-RECOVER-SW OCCURS 13 TIMES PIC X(01).

      * THE MASTER BEING REBUILT - THE SNAPSHOT, THEN EVERY JOURNAL
      * LINE APPLIED TO IT, IN FILE ORDER (ADDS GO ON THE END, THE
      * WAY THE MAINTENANCE PROGRAMS ADD THEM).
        01 WS-REC-COUNT                 PIC 9(05) COMP VALUE 0.
        01 WS-REC-SUB                   PIC 9(05) COMP VALUE 0.
        01 WS-REC-LAST-FOUND            PIC 9(05) COMP VALUE 0.
        01 WS-REC-FOUND                 PIC 9(05) COMP VALUE 0.
        01 WS-REC-TABLE.
           05 REC-TABLE-ENTRY OCCURS 0 TO 20000 TIMES
                 DEPENDING ON WS-REC-COUNT.
              10 REC-KEY                PIC X(20).
              10 REC-IMAGE              PIC X(200).
              10 REC-DELETED-SW         PIC X(01).
                 88 REC-IS-DELETED         VALUE "Y".

        01 WS-KEY-IMAGE                 PIC X(200).
        01 WS-KEY-VALUE                 PIC X(20).
        01 WS-KEY-POS                   PIC 9(03) COMP VALUE 0.
        01 WS-KEY-LEN                   PIC 9(02) COMP VALUE 0.
        01 WS-KEY-AT                    PIC 9(03) COMP VALUE 0.

      * THE RECOVERY REQUEST:
        01 WS-STAMP-DATE                PIC X(06) VALUE SPACES.
        01 WS-STAMP-CCYYMMDD            PIC X(08) VALUE SPACES.
        01 WS-TO-DATE                   PIC X(08) VALUE SPACES.
        01 WS-TO-TIME                   PIC X(06) VALUE SPACES.
        01 WS-ONE-MASTER                PIC X(08) VALUE SPACES.
        01 WS-POINT-SW                  PIC X(01) VALUE "N".
           88 POINT-IN-TIME-GIVEN          VALUE "Y".
        01 WS-ENV-STAGING               PIC X(08).

      * WHERE THE REPLAY STARTS AND STOPS, BY JOURNAL LINE NUMBER:
        01 WS-JOURNAL-LINE-NO           PIC 9(07) COMP VALUE 0.
        01 WS-START-AFTER-LINE          PIC 9(07) COMP VALUE 0.
        01 WS-STOP-AT-LINE              PIC 9(07) COMP VALUE 0.
        01 WS-MARK-FOUND-SW             PIC X(01) VALUE "N".
           88 SET-MARK-FOUND               VALUE "Y".
        01 WS-MARK-DATE                 PIC X(08) VALUE SPACES.
        01 WS-MARK-TIME                 PIC X(08) VALUE SPACES.
        01 WS-MARK-ACTION               PIC X(01) VALUE SPACE.
        01 WS-STOP-STAMP                PIC X(06) VALUE SPACES.
        01 WS-BEYOND-POINT-SW           PIC X(01) VALUE "N".
           88 LINE-IS-BEYOND-POINT         VALUE "Y".

        01 WS-SET-INCOMPLETE-SW         PIC X(01) VALUE "N".
           88 SET-IS-INCOMPLETE            VALUE "Y".
        01 WS-MASTER-OK-SW              PIC X(01) VALUE "Y".
           88 MASTER-IS-OK                 VALUE "Y".
        01 WS-EXIST-RESULT              PIC 9(09) COMP-5 VALUE 0.
        01 WS-EXIST-DETAILS             PIC X(16) VALUE SPACES.
        01 WS-SNAPSHOT-THERE-SW         PIC X(01) VALUE "N".
           88 SNAPSHOT-IS-THERE            VALUE "Y".

      * PER-MASTER COUNTS, CLEARED FOR EACH:
        01 WS-MST-SNAP-RECS             PIC 9(07) VALUE 0.
        01 WS-MST-ADDS                  PIC 9(07) VALUE 0.
        01 WS-MST-CHANGES               PIC 9(07) VALUE 0.
        01 WS-MST-DELETES               PIC 9(07) VALUE 0.
        01 WS-MST-RESETS                PIC 9(05) VALUE 0.
        01 WS-MST-EXCEPTIONS            PIC 9(07) VALUE 0.
        01 WS-MST-WRITTEN               PIC 9(07) VALUE 0.
        01 WS-MST-STATUS-TEXT           PIC X(30) VALUE SPACES.
        01 WS-EXCEPTION-TEXT            PIC X(40) VALUE SPACES.

      * RUN COUNTERS
        01 WS-JOURNAL-READ              PIC 9(07) VALUE 0.
        01 WS-BEFORE-START              PIC 9(07) VALUE 0.
        01 WS-PAST-POINT                PIC 9(07) VALUE 0.
        01 WS-PAST-STOP                 PIC 9(07) VALUE 0.
        01 WS-ENTRIES-APPLIED           PIC 9(07) VALUE 0.
        01 WS-MASTERS-RECOVERED         PIC 9(02) VALUE 0.
        01 WS-MASTERS-LOCKED            PIC 9(02) VALUE 0.
        01 WS-RUN-DATE                  PIC X(08).
        01 WS-RUN-TIME                  PIC 9(08) VALUE 0.
        01 WS-EDIT-DATE                 PIC XXXX/XX/XX.
        01 WS-EDIT-TIME                 PIC XX/XX/XX.
        COPY "AUDITTRL.cpy".
      * OPERATOR SIGN-ON - A RECOVERY REWRITES MASTERS WHOLE, SO IT
      * IS RUN BY A SIGNED-ON, AUTHORIZED OPERATOR, NEVER UNATTENDED.
        COPY "SIGNON.cpy".
      * RUN LOCK ON EACH MASTER WHILE IT IS REBUILT.
        COPY "RUNLOCK.cpy".
      * THE RECOVERY DATE IS CHECKED BY THE DATESRVRB DATE SERVICE.
        COPY "DATEFUN.cpy".

       01  PAGE-HDG-01.
           05 PAGE-HDG-01-CC         PIC X(01) VALUE SPACE.
           05 FILLER                 PIC X(46) VALUE SPACES.
           05 FILLER                 PIC X(34)
              VALUE "FORWARD RECOVERY OF MASTER FILES".
           05 FILLER                 PIC X(24) VALUE SPACES.
           05 FILLER                 PIC X(06) VALUE "PAGE: ".
           05 PAGE-HDG-01-PAGE       PIC ZZ9.
       01  PAGE-HDG-02.
           05 PAGE-HDG-02-CC         PIC X(01) VALUE SPACE.
           05 FILLER                 PIC X(56) VALUE SPACES.
           05 FILLER                 PIC X(10) VALUE "RUN DATE: ".
           05 PAGE-HDG-02-DATE       PIC XX/XX/XXXX.
           05 FILLER                 PIC X(56) VALUE SPACES.
       01  PAGE-HDG-03.
           05 PAGE-HDG-03-CC         PIC X(01) VALUE SPACE.
           05 FILLER                 PIC X(10) VALUE SPACES.
           05 FILLER                 PIC X(14) VALUE "SNAPSHOT SET: ".
           05 PAGE-HDG-03-SET        PIC X(06).
           05 FILLER                 PIC X(04) VALUE SPACES.
           05 FILLER                 PIC X(12) VALUE "RECOVER TO: ".
           05 PAGE-HDG-03-POINT      PIC X(22).
           05 FILLER                 PIC X(04) VALUE SPACES.
           05 FILLER                 PIC X(16) VALUE "REPLAY STARTS: ".
           05 PAGE-HDG-03-START      PIC X(40).
           05 FILLER                 PIC X(04) VALUE SPACES.
       01  PAGE-HDG-04.
           05 PAGE-HDG-04-CC         PIC X(01) VALUE SPACE.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 FILLER                 PIC X(10) VALUE "MASTER".
           05 FILLER                 PIC X(12) VALUE "  SNAPSHOT".
           05 FILLER                 PIC X(10) VALUE "      ADDS".
           05 FILLER                 PIC X(10) VALUE "   CHANGES".
           05 FILLER                 PIC X(10) VALUE "   DELETES".
           05 FILLER                 PIC X(08) VALUE "  RESETS".
           05 FILLER                 PIC X(12) VALUE "  EXCEPTIONS".
           05 FILLER                 PIC X(12) VALUE "  WRITTEN".
           05 FILLER                 PIC X(04) VALUE SPACES.
           05 FILLER                 PIC X(30) VALUE "STATUS".

      * ONE LINE PER MASTER IN THE SET:
       01  DETAIL-LINE-MASTER.
           05 DTL-CC                 PIC X(01) VALUE SPACE.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 DTL-MASTER             PIC X(08).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 DTL-SNAP-RECS          PIC Z,ZZZ,ZZ9.
           05 FILLER                 PIC X(01) VALUE SPACE.
           05 DTL-ADDS               PIC Z,ZZZ,ZZ9.
           05 FILLER                 PIC X(01) VALUE SPACE.
           05 DTL-CHANGES            PIC Z,ZZZ,ZZ9.
           05 FILLER                 PIC X(01) VALUE SPACE.
           05 DTL-DELETES            PIC Z,ZZZ,ZZ9.
           05 FILLER                 PIC X(01) VALUE SPACE.
           05 DTL-RESETS             PIC ZZ,ZZ9.
           05 FILLER                 PIC X(03) VALUE SPACES.
           05 DTL-EXCEPTIONS         PIC Z,ZZZ,ZZ9.
           05 FILLER                 PIC X(03) VALUE SPACES.
           05 DTL-WRITTEN            PIC Z,ZZZ,ZZ9.
           05 FILLER                 PIC X(04) VALUE SPACES.
           05 DTL-STATUS             PIC X(30).

      * ONE LINE PER JOURNAL LINE THAT DID NOT FIT, UNDER ITS MASTER:
       01  DETAIL-LINE-EXCEPTION.
           05 EXC-CC                 PIC X(01) VALUE SPACE.
           05 FILLER                 PIC X(12) VALUE SPACES.
           05 FILLER                 PIC X(04) VALUE "*** ".
           05 EXC-KEY                PIC X(20).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 EXC-DATE               PIC X(10).
           05 FILLER                 PIC X(01) VALUE SPACE.
           05 EXC-TIME               PIC X(08).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 EXC-PROGRAM            PIC X(08).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 EXC-TEXT               PIC X(40).

       01  DETAIL-LINE-NOTE.
           05 NOTE-CC                PIC X(01) VALUE SPACE.
           05 FILLER                 PIC X(12) VALUE SPACES.
           05 FILLER                 PIC X(04) VALUE "*** ".
           05 NOTE-TEXT              PIC X(100).

       01  TOTALS-LINE-1.
           05 TOTAL-LINE-CC          PIC X(01) VALUE SPACE.
           05 FILLER                 PIC X(09) VALUE SPACES.
           05 FILLER                 PIC X(22)
              VALUE "JOURNAL LINES READ:   ".
           05 TOTAL-JOURNAL-READ     PIC Z,ZZZ,ZZ9.
           05 FILLER                 PIC X(05) VALUE SPACES.
           05 FILLER                 PIC X(22)
              VALUE "BEFORE THE START:     ".
           05 TOTAL-BEFORE-START     PIC Z,ZZZ,ZZ9.
           05 FILLER                 PIC X(05) VALUE SPACES.
           05 FILLER                 PIC X(22)
              VALUE "PAST THE POINT:       ".
           05 TOTAL-PAST-POINT       PIC Z,ZZZ,ZZ9.
       01  TOTALS-LINE-2.
           05 TOTAL-LINE-2-CC        PIC X(01) VALUE SPACE.
           05 FILLER                 PIC X(09) VALUE SPACES.
           05 FILLER                 PIC X(22)
              VALUE "CHANGES APPLIED:      ".
           05 TOTAL-APPLIED          PIC Z,ZZZ,ZZ9.
           05 FILLER                 PIC X(05) VALUE SPACES.
           05 FILLER                 PIC X(22)
              VALUE "MASTERS RECOVERED:    ".
           05 TOTAL-RECOVERED        PIC Z,ZZZ,ZZ9.
           05 FILLER                 PIC X(05) VALUE SPACES.
           05 FILLER                 PIC X(22)
              VALUE "MASTERS LOCKED OUT:   ".
           05 TOTAL-LOCKED           PIC Z,ZZZ,ZZ9.

       01  DETAIL-LINE-LINE.
           05 FILLER                 PIC X(10) VALUE SPACES.
           05 FILLER                 PIC X(115) VALUE ALL "_".
           05 FILLER                 PIC X(08) VALUE SPACES.

       01  PAGE-STUFF.
           05 WS-PAGE-COUNT           PIC 999 VALUE 0.
           05 WS-LINE-COUNT           PIC 99 VALUE 0.

       01 WS-REPORT-RULER.
          05 FILLER                  PIC X(50)
             VALUE "----+----1----+----2----+----3----+----4----+----5".
          05 FILLER                  PIC X(50)
             VALUE "----+----6----+----7----+----8----+----9----+----0".
          05 FILLER                  PIC X(44)
             VALUE "----+----1----+----2----+----3---".

       PROCEDURE DIVISION.

           DISPLAY "FWDRCVRB FOR RYAN BROOKS".

           PERFORM 1000-INITIALIZE.
           PERFORM 2000-FIND-REPLAY-START.
           PERFORM 8000-WRITE-HEADINGS.

      * PROVE THE WHOLE REQUEST CAN BE DONE BEFORE TOUCHING ANYTHING.
           perform varying WS-MST-SUB from 1 by 1
              until WS-MST-SUB > JRL-MASTER-COUNT
              perform 2500-VERIFY-ONE-MASTER
           END-PERFORM.
           IF SET-IS-INCOMPLETE
              MOVE SPACES TO NOTE-TEXT
              STRING "SNAPSHOT SET " WS-STAMP-DATE
                     " IS INCOMPLETE - NOTHING RECOVERED"
                     DELIMITED BY SIZE INTO NOTE-TEXT
              PERFORM 7500-WRITE-NOTE-LINE
              DISPLAY "FWDRCVRB: SNAPSHOT SET " WS-STAMP-DATE
                  " IS INCOMPLETE - NOTHING RECOVERED"
              MOVE 16 TO RETURN-CODE
           ELSE
              perform varying WS-MST-SUB from 1 by 1
                 until WS-MST-SUB > JRL-MASTER-COUNT
                 IF WS-RECOVER-SW (WS-MST-SUB) = "Y"
                    perform 3000-RECOVER-ONE-MASTER
                 END-IF
              END-PERFORM
              IF WS-ONE-MASTER = SPACES
                 PERFORM 7600-LIST-UNJOURNALED
              END-IF
              PERFORM 7700-LIST-REPLAY-STOP
              MOVE SPACES TO NOTE-TEXT
              STRING "TAKE A NEW SNAPSHOT SET (SNAPSHRB) BEFORE ANY "
                     "FURTHER UPDATES TO THE RECOVERED MASTERS"
                     DELIMITED BY SIZE INTO NOTE-TEXT
              PERFORM 7500-WRITE-NOTE-LINE
           END-IF.

           perform 9000-CREATE-REPORT-TOTAL-LINES.

           display "JOURNAL LINES READ:          " WS-JOURNAL-READ.
           display "CHANGES APPLIED:             " WS-ENTRIES-APPLIED.
           display "MASTERS RECOVERED:           "
               WS-MASTERS-RECOVERED.
           display "MASTERS LOCKED OUT:          " WS-MASTERS-LOCKED.

           PERFORM 9900-WRITE-AUDIT-RECORD.

           close RECOVERY-LISTING
                 AUDIT-TRAIL-FILE.

           GOBACK.

       0500-GET-FILE-PATHS.
      * OVERRIDE THE DEFAULT FILE PATHS IF THE MATCHING ENVIRONMENT
      * VARIABLE HAS BEEN SET.  THE MASTERS TAKE SNAPSHRB'S OWN
      * VARIABLES AND THE JOURNAL CHGJRNRB'S:
           ACCEPT WS-ENV-PATH-OVERRIDE FROM ENVIRONMENT
                  "SNAPSHRB-EMPLOYEE-MASTER".
           IF WS-ENV-PATH-OVERRIDE NOT = SPACES
              MOVE WS-ENV-PATH-OVERRIDE TO WS-MASTER-PATH-01
           END-IF.
           ACCEPT WS-ENV-PATH-OVERRIDE FROM ENVIRONMENT
                  "SNAPSHRB-YTD-MASTER".
           IF WS-ENV-PATH-OVERRIDE NOT = SPACES
              MOVE WS-ENV-PATH-OVERRIDE TO WS-MASTER-PATH-02
           END-IF.
           ACCEPT WS-ENV-PATH-OVERRIDE FROM ENVIRONMENT
                  "SNAPSHRB-QTD-MASTER".
           IF WS-ENV-PATH-OVERRIDE NOT = SPACES
              MOVE WS-ENV-PATH-OVERRIDE TO WS-MASTER-PATH-03
           END-IF.
           ACCEPT WS-ENV-PATH-OVERRIDE FROM ENVIRONMENT
                  "SNAPSHRB-DEDUCTION-MASTER".
           IF WS-ENV-PATH-OVERRIDE NOT = SPACES
              MOVE WS-ENV-PATH-OVERRIDE TO WS-MASTER-PATH-04
           END-IF.
           ACCEPT WS-ENV-PATH-OVERRIDE FROM ENVIRONMENT
                  "SNAPSHRB-LEAVE-MASTER".
           IF WS-ENV-PATH-OVERRIDE NOT = SPACES
              MOVE WS-ENV-PATH-OVERRIDE TO WS-MASTER-PATH-05
           END-IF.
           ACCEPT WS-ENV-PATH-OVERRIDE FROM ENVIRONMENT
                  "SNAPSHRB-ARREARS-FILE".
           IF WS-ENV-PATH-OVERRIDE NOT = SPACES
              MOVE WS-ENV-PATH-OVERRIDE TO WS-MASTER-PATH-06
           END-IF.
           ACCEPT WS-ENV-PATH-OVERRIDE FROM ENVIRONMENT
                  "SNAPSHRB-PAID-REGISTER".
           IF WS-ENV-PATH-OVERRIDE NOT = SPACES
              MOVE WS-ENV-PATH-OVERRIDE TO WS-MASTER-PATH-07
           END-IF.
           ACCEPT WS-ENV-PATH-OVERRIDE FROM ENVIRONMENT
                  "SNAPSHRB-OPEN-INVOICE-FILE".
           IF WS-ENV-PATH-OVERRIDE NOT = SPACES
              MOVE WS-ENV-PATH-OVERRIDE TO WS-MASTER-PATH-08
           END-IF.
           ACCEPT WS-ENV-PATH-OVERRIDE FROM ENVIRONMENT
                  "SNAPSHRB-PRODUCT-FILE".
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
                  "CHGJRNRB-CHANGE-JOURNAL".
           IF WS-ENV-PATH-OVERRIDE NOT = SPACES
              MOVE WS-ENV-PATH-OVERRIDE TO WS-CHANGE-JOURNAL-PATH
           END-IF.
           ACCEPT WS-ENV-PATH-OVERRIDE FROM ENVIRONMENT
                  "FWDRCVRB-RECOVERY-LISTING".
           IF WS-ENV-PATH-OVERRIDE NOT = SPACES
              MOVE WS-ENV-PATH-OVERRIDE TO WS-RECOVERY-LISTING-PATH
           END-IF.
           ACCEPT WS-ENV-PATH-OVERRIDE FROM ENVIRONMENT
                  "FWDRCVRB-AUDIT-TRAIL-FILE".
           IF WS-ENV-PATH-OVERRIDE NOT = SPACES
              MOVE WS-ENV-PATH-OVERRIDE TO WS-AUDIT-TRAIL-PATH
           END-IF.

       1000-INITIALIZE.
           PERFORM 0500-GET-FILE-PATHS.
           ACCEPT WS-RUN-DATE FROM DATE.
           MOVE   WS-RUN-DATE TO PAGE-HDG-02-DATE.
           OPEN EXTEND AUDIT-TRAIL-FILE.
           IF NOT GOOD-AUDIT-TRAIL-WRITE
              CLOSE AUDIT-TRAIL-FILE
              OPEN OUTPUT AUDIT-TRAIL-FILE
           END-IF.
           PERFORM 1200-OPERATOR-SIGN-ON.
           PERFORM 1500-GET-RECOVERY-REQUEST.
           OPEN INPUT CHANGE-JOURNAL.
           IF NOT CHANGE-JOURNAL-SUCCESSFUL
              DISPLAY "FWDRCVRB: UNABLE TO OPEN CHANGE JOURNAL, "
                  "STATUS = " WS-CHANGE-JOURNAL-STATUS
                  " - NOTHING RECOVERED; ROLLBKRB CAN STILL "
                  "RESTORE THE SNAPSHOT SET ITSELF"
              MOVE 16 TO RETURN-CODE
              PERFORM 9900-WRITE-AUDIT-RECORD
              CLOSE AUDIT-TRAIL-FILE
              GOBACK
           END-IF.
           CLOSE CHANGE-JOURNAL.
           OPEN OUTPUT RECOVERY-LISTING.

       1200-OPERATOR-SIGN-ON.
      * AN UNAUTHORIZED OR UNSIGNED RUN IS REFUSED AND THE REFUSAL
      * GOES ON THE AUDIT TRAIL.
           MOVE "FWDRCVRB" TO SGN-PROGRAM-NAME.
           CALL "OPSIGNRB" USING SIGNON-PARMS.
           IF NOT SGN-AUTHORIZED
              EVALUATE TRUE
                 WHEN SGN-NO-USER
                 WHEN SGN-BATCH-RUN
                    DISPLAY "FWDRCVRB: OPS-USER-ID NOT SET - SIGN "
                        "ON BEFORE RUNNING A RECOVERY"
                 WHEN SGN-NO-USER-FILE
                    DISPLAY "FWDRCVRB: USER AUTHORIZATION FILE "
                        "MISSING - RUN REFUSED"
                 WHEN OTHER
                    DISPLAY "FWDRCVRB: USER " SGN-USER-ID
                        " NOT AUTHORIZED FOR FWDRCVRB - RUN REFUSED"
              END-EVALUATE
              MOVE 16 TO RETURN-CODE
              PERFORM 1250-LOG-REFUSED-ACCESS
              GOBACK
           END-IF.

       1250-LOG-REFUSED-ACCESS.
           ACCEPT WS-RUN-TIME FROM TIME.
           MOVE "FWDRCVRB"          TO AUD-PROGRAM-NAME.
           MOVE WS-RUN-DATE         TO AUD-RUN-DATE.
           MOVE WS-RUN-TIME         TO AUD-RUN-TIME.
           MOVE 0                   TO AUD-RECORDS-READ.
           MOVE 0                   TO AUD-RECORDS-WRITTEN.
           MOVE "ACCESS REFUSED"    TO AUD-KEY-TOTALS.
           MOVE "ER"                TO AUD-COMPLETION-STATUS.
           MOVE SGN-USER-ID         TO AUD-USER-ID.
           WRITE AUDIT-TRAIL-RECORD FROM AUDIT-TRAIL-LINE.
           CLOSE AUDIT-TRAIL-FILE.

       1500-GET-RECOVERY-REQUEST.
           ACCEPT WS-STAMP-DATE FROM ENVIRONMENT "FWDRCVRB-SNAP-DATE".
           IF WS-STAMP-DATE = SPACES
              MOVE WS-RUN-DATE (1:6) TO WS-STAMP-DATE
           END-IF.
           IF WS-STAMP-DATE IS NOT NUMERIC
              DISPLAY "FWDRCVRB: SNAPSHOT SET " WS-STAMP-DATE
                  " IS NOT A YYMMDD DATE - RUN STOPPED"
              PERFORM 1590-STOP-BAD-REQUEST
           END-IF.
           MOVE "20"          TO WS-STAMP-CCYYMMDD (1:2).
           MOVE WS-STAMP-DATE TO WS-STAMP-CCYYMMDD (3:6).
           MOVE WS-STAMP-DATE TO PAGE-HDG-03-SET.

           MOVE SPACES TO WS-ENV-STAGING.
           ACCEPT WS-ENV-STAGING FROM ENVIRONMENT "FWDRCVRB-TO-DATE".
           MOVE WS-ENV-STAGING TO WS-TO-DATE.
           MOVE SPACES TO WS-ENV-STAGING.
           ACCEPT WS-ENV-STAGING FROM ENVIRONMENT "FWDRCVRB-TO-TIME".
           MOVE WS-ENV-STAGING (1:6) TO WS-TO-TIME.
           IF WS-TO-DATE = SPACES
              IF WS-TO-TIME NOT = SPACES
                 DISPLAY "FWDRCVRB: FWDRCVRB-TO-TIME NEEDS A "
                     "FWDRCVRB-TO-DATE - RUN STOPPED"
                 PERFORM 1590-STOP-BAD-REQUEST
              END-IF
              MOVE "END OF JOURNAL" TO PAGE-HDG-03-POINT
           ELSE
              PERFORM 1550-CHECK-POINT-IN-TIME
           END-IF.

           ACCEPT WS-ONE-MASTER FROM ENVIRONMENT "FWDRCVRB-MASTER".
           IF WS-ONE-MASTER NOT = SPACES
              PERFORM VARYING WS-MST-SUB FROM 1 BY 1
                 UNTIL WS-MST-SUB > JRL-MASTER-COUNT
                    OR JRL-MST-ID (WS-MST-SUB) = WS-ONE-MASTER
              END-PERFORM
              IF WS-MST-SUB > JRL-MASTER-COUNT
                 DISPLAY "FWDRCVRB: " WS-ONE-MASTER
                     " IS NOT A JOURNALED MASTER - RUN STOPPED"
                 PERFORM 1590-STOP-BAD-REQUEST
              END-IF
           END-IF.

       1550-CHECK-POINT-IN-TIME.
      * THE DATE MUST BE A REAL DATE, NOT AHEAD OF THE SET; THE
      * TIME, WHEN GIVEN, A REAL TIME OF DAY.
           SET POINT-IN-TIME-GIVEN TO TRUE.
           MOVE "W" TO DFN-FUNCTION-CODE.
           IF WS-TO-DATE IS NUMERIC
              MOVE WS-TO-DATE TO DFN-DATE-1
              CALL "DATESRVRB" USING DATEFUN-PARMS
           ELSE
              MOVE "E" TO DFN-STATUS
           END-IF.
           IF NOT DFN-OK
              DISPLAY "FWDRCVRB: RECOVERY DATE " WS-TO-DATE
                  " IS NOT A VALID DATE - RUN STOPPED"
              PERFORM 1590-STOP-BAD-REQUEST
           END-IF.
           IF WS-TO-DATE < WS-STAMP-CCYYMMDD
              DISPLAY "FWDRCVRB: RECOVERY DATE " WS-TO-DATE
                  " IS BEFORE SNAPSHOT SET " WS-STAMP-DATE
                  " - RUN STOPPED"
              PERFORM 1590-STOP-BAD-REQUEST
           END-IF.
           IF WS-TO-TIME = SPACES
              MOVE "235959" TO WS-TO-TIME
           END-IF.
           IF WS-TO-TIME IS NOT NUMERIC
              OR WS-TO-TIME (1:2) > "23"
              OR WS-TO-TIME (3:2) > "59"
              OR WS-TO-TIME (5:2) > "59"
              DISPLAY "FWDRCVRB: RECOVERY TIME " WS-TO-TIME
                  " IS NOT A VALID HHMMSS TIME - RUN STOPPED"
              PERFORM 1590-STOP-BAD-REQUEST
           END-IF.
           MOVE WS-TO-DATE TO WS-EDIT-DATE.
           MOVE WS-TO-TIME TO WS-EDIT-TIME.
           MOVE SPACES TO PAGE-HDG-03-POINT.
           STRING WS-EDIT-DATE " " WS-EDIT-TIME
                  DELIMITED BY SIZE INTO PAGE-HDG-03-POINT.

       1590-STOP-BAD-REQUEST.
           MOVE 16 TO RETURN-CODE.
           PERFORM 9900-WRITE-AUDIT-RECORD.
           CLOSE AUDIT-TRAIL-FILE.
           GOBACK.

       2000-FIND-REPLAY-START.
      * ONE PASS OVER THE JOURNAL FOR THE LAST MARK OF THIS SET AT
      * OR BEFORE THE RECOVERY POINT, AND FOR ANY ROLLBACK TO A
      * DIFFERENT SET AFTER IT.
           MOVE 0 TO WS-JOURNAL-LINE-NO.
           OPEN INPUT CHANGE-JOURNAL.
           PERFORM UNTIL END-OF-CHANGE-JOURNAL
              READ CHANGE-JOURNAL INTO CHANGE-JOURNAL-LINE
                 AT END
                    SET END-OF-CHANGE-JOURNAL TO TRUE
                 NOT AT END
                    ADD 1 TO WS-JOURNAL-LINE-NO
                    PERFORM 2100-CHECK-POINT-OF-LINE
                    IF JRL-MASTER-ID = "SNAPSET"
                       AND NOT LINE-IS-BEYOND-POINT
                       PERFORM 2200-NOTE-SET-MARK
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE CHANGE-JOURNAL.
           MOVE WS-JOURNAL-LINE-NO TO WS-JOURNAL-READ.
           MOVE SPACES TO PAGE-HDG-03-START.
           IF SET-MARK-FOUND
              MOVE WS-MARK-DATE TO WS-EDIT-DATE
              MOVE WS-MARK-TIME (1:6) TO WS-EDIT-TIME
              IF WS-MARK-ACTION = "R"
                 STRING "AFTER ROLLBACK " WS-EDIT-DATE " "
                        WS-EDIT-TIME DELIMITED BY SIZE
                        INTO PAGE-HDG-03-START
              ELSE
                 STRING "AFTER SNAPSHOT " WS-EDIT-DATE " "
                        WS-EDIT-TIME DELIMITED BY SIZE
                        INTO PAGE-HDG-03-START
              END-IF
           ELSE
              MOVE WS-STAMP-CCYYMMDD TO WS-EDIT-DATE
              STRING "NO MARK - FROM " WS-EDIT-DATE
                     DELIMITED BY SIZE INTO PAGE-HDG-03-START
           END-IF.

       2100-CHECK-POINT-OF-LINE.
           MOVE "N" TO WS-BEYOND-POINT-SW.
           IF POINT-IN-TIME-GIVEN
              IF JRL-STAMP-DATE > WS-TO-DATE
                 OR (JRL-STAMP-DATE = WS-TO-DATE
                     AND JRL-STAMP-TIME (1:6) > WS-TO-TIME)
                 SET LINE-IS-BEYOND-POINT TO TRUE
              END-IF
           END-IF.

       2200-NOTE-SET-MARK.
           IF JRL-RECORD-KEY (1:6) = WS-STAMP-DATE
              AND (JRL-SNAPSHOT-MARK OR JRL-ROLLBACK-MARK)
              SET SET-MARK-FOUND TO TRUE
              MOVE WS-JOURNAL-LINE-NO TO WS-START-AFTER-LINE
              MOVE 0                  TO WS-STOP-AT-LINE
              MOVE JRL-STAMP-DATE     TO WS-MARK-DATE
              MOVE JRL-STAMP-TIME     TO WS-MARK-TIME
              MOVE JRL-ACTION         TO WS-MARK-ACTION
           ELSE
              IF JRL-ROLLBACK-MARK
                 AND WS-STOP-AT-LINE = 0
                 AND (SET-MARK-FOUND
                      OR JRL-STAMP-DATE NOT < WS-STAMP-CCYYMMDD)
                 MOVE WS-JOURNAL-LINE-NO   TO WS-STOP-AT-LINE
                 MOVE JRL-RECORD-KEY (1:6) TO WS-STOP-STAMP
              END-IF
           END-IF.

       2500-VERIFY-ONE-MASTER.
      * A MASTER WITH NO SNAPSHOT IS FINE ONLY WHEN IT HAS NO LIVE
      * FILE EITHER - IT DID NOT EXIST WHEN THE SET WAS TAKEN AND IS
      * REBUILT FROM THE JOURNAL ALONE.  A LIVE FILE WITH NO
      * SNAPSHOT MEANS THIS ISN'T THE RIGHT SET.
           MOVE "N" TO WS-RECOVER-SW (WS-MST-SUB).
           IF WS-ONE-MASTER = SPACES
              OR WS-ONE-MASTER = JRL-MST-ID (WS-MST-SUB)
              MOVE "Y" TO WS-RECOVER-SW (WS-MST-SUB)
              MOVE JRL-MST-SET-NUMBER (WS-MST-SUB) TO WS-SET-SUB
              PERFORM 2600-BUILD-SNAPSHOT-PATH
              CALL "CBL_CHECK_FILE_EXIST"
                   USING WS-SNAPSHOT-PATH
                         WS-EXIST-DETAILS
                   RETURNING WS-EXIST-RESULT
              IF WS-EXIST-RESULT NOT = 0
                 CALL "CBL_CHECK_FILE_EXIST"
                      USING WS-MASTER-PATH (WS-SET-SUB)
                            WS-EXIST-DETAILS
                      RETURNING WS-EXIST-RESULT
                 IF WS-EXIST-RESULT = 0
                    MOVE SPACES TO NOTE-TEXT
                    STRING "NO SNAPSHOT FOR LIVE MASTER "
                           JRL-MST-ID (WS-MST-SUB) " - "
                           DELIMITED BY SIZE
                           WS-SNAPSHOT-PATH DELIMITED BY SPACE
                           INTO NOTE-TEXT
                    PERFORM 7500-WRITE-NOTE-LINE
                    DISPLAY "FWDRCVRB: NO SNAPSHOT FOR LIVE MASTER "
                        WS-MASTER-PATH (WS-SET-SUB)
                    SET SET-IS-INCOMPLETE TO TRUE
                 END-IF
              END-IF
           END-IF.

       2600-BUILD-SNAPSHOT-PATH.
           MOVE SPACES TO WS-SNAPSHOT-PATH.
           STRING FUNCTION
                  TRIM(WS-MASTER-PATH (WS-SET-SUB))
                  ".SNAP." DELIMITED BY SIZE
                  WS-STAMP-DATE DELIMITED BY SIZE
             INTO WS-SNAPSHOT-PATH.

       3000-RECOVER-ONE-MASTER.
      * LOCK, LOAD THE SNAPSHOT, REPLAY THE JOURNAL, WRITE THE
      * MASTER BACK, RELEASE.
           MOVE 0 TO WS-MST-SNAP-RECS WS-MST-ADDS WS-MST-CHANGES
                     WS-MST-DELETES WS-MST-RESETS WS-MST-EXCEPTIONS
                     WS-MST-WRITTEN.
           MOVE 0      TO WS-REC-COUNT WS-REC-LAST-FOUND.
           MOVE "Y"    TO WS-MASTER-OK-SW.
           MOVE SPACES TO WS-MST-STATUS-TEXT.
           MOVE JRL-MST-SET-NUMBER (WS-MST-SUB) TO WS-SET-SUB.
           PERFORM 7000-LIST-MASTER-HEADER.

           MOVE "T"                        TO LCK-FUNCTION-CODE.
           MOVE WS-MASTER-PATH (WS-SET-SUB) TO LCK-MASTER-PATH.
           MOVE "FWDRCVRB"                 TO LCK-PROGRAM-NAME.
           CALL "RUNLOKRB" USING RUNLOCK-PARMS.
           IF LCK-HELD
              MOVE SPACES TO NOTE-TEXT
              STRING "MASTER IS LOCKED BY " LCK-HELD-BY
                     " - LEFT AS IT IS" DELIMITED BY SIZE
                     INTO NOTE-TEXT
              PERFORM 7500-WRITE-NOTE-LINE
              DISPLAY "FWDRCVRB: " JRL-MST-ID (WS-MST-SUB)
                  " LOCKED BY " LCK-HELD-BY
              MOVE "LOCKED - NOT RECOVERED" TO WS-MST-STATUS-TEXT
              ADD 1 TO WS-MASTERS-LOCKED
              IF RETURN-CODE < 12
                 MOVE 12 TO RETURN-CODE
              END-IF
              PERFORM 7100-LIST-MASTER-LINE
              EXIT PARAGRAPH
           END-IF.

           PERFORM 3100-LOAD-SNAPSHOT.
           IF MASTER-IS-OK
              PERFORM 3200-REPLAY-JOURNAL
           END-IF.
      * A MASTER THAT WAS NOT IN THE SET AND HAS NOTHING ON THE
      * JOURNAL STILL DOES NOT EXIST - IT IS NOT CREATED EMPTY.
           IF MASTER-IS-OK
              AND NOT SNAPSHOT-IS-THERE
              AND WS-MST-ADDS + WS-MST-CHANGES + WS-MST-DELETES
                  + WS-MST-RESETS = 0
              MOVE "NOT IN SET - NOTHING TO DO" TO WS-MST-STATUS-TEXT
           ELSE
              IF MASTER-IS-OK
                 PERFORM 3500-WRITE-LIVE-MASTER
              END-IF
              IF MASTER-IS-OK
                 ADD 1 TO WS-MASTERS-RECOVERED
                 MOVE "RECOVERED" TO WS-MST-STATUS-TEXT
              ELSE
                 MOVE 16 TO RETURN-CODE
              END-IF
           END-IF.

           MOVE "R"                        TO LCK-FUNCTION-CODE.
           MOVE WS-MASTER-PATH (WS-SET-SUB) TO LCK-MASTER-PATH.
           MOVE "FWDRCVRB"                 TO LCK-PROGRAM-NAME.
           CALL "RUNLOKRB" USING RUNLOCK-PARMS.
           PERFORM 7100-LIST-MASTER-LINE.

       3100-LOAD-SNAPSHOT.
      * NO SNAPSHOT HERE WAS PASSED BY THE VERIFY ONLY BECAUSE THE
      * MASTER DID NOT EXIST YET - IT STARTS EMPTY.
           PERFORM 2600-BUILD-SNAPSHOT-PATH.
           CALL "CBL_CHECK_FILE_EXIST"
                USING WS-SNAPSHOT-PATH
                      WS-EXIST-DETAILS
                RETURNING WS-EXIST-RESULT.
           IF WS-EXIST-RESULT NOT = 0
              MOVE "N" TO WS-SNAPSHOT-THERE-SW
              EXIT PARAGRAPH
           END-IF.
           SET SNAPSHOT-IS-THERE TO TRUE.
           MOVE WS-SNAPSHOT-PATH TO WS-WORK-PATH.
           EVALUATE JRL-MST-ID (WS-MST-SUB)
              WHEN "EMPMAST"
                 PERFORM 3110-LOAD-EMP-SNAPSHOT
              WHEN "YTDMAST"
                 PERFORM 3120-LOAD-YTD-SNAPSHOT
              WHEN "DEDMAST"
                 PERFORM 3130-LOAD-DED-SNAPSHOT
              WHEN OTHER
                 PERFORM 3140-LOAD-SEQ-SNAPSHOT
           END-EVALUATE.
           MOVE WS-REC-COUNT TO WS-MST-SNAP-RECS.

       3110-LOAD-EMP-SNAPSHOT.
           OPEN INPUT EMP-INDEXED-FILE.
           IF NOT INDEXED-SUCCESSFUL
              PERFORM 3190-SNAPSHOT-WONT-OPEN
              EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL END-OF-INDEXED OR NOT MASTER-IS-OK
              READ EMP-INDEXED-FILE NEXT
                 AT END
                    SET END-OF-INDEXED TO TRUE
                 NOT AT END
                    MOVE EMPIDX-RECORD TO WS-KEY-IMAGE
                    PERFORM 3150-ADD-SNAPSHOT-RECORD
              END-READ
           END-PERFORM.
           CLOSE EMP-INDEXED-FILE.

       3120-LOAD-YTD-SNAPSHOT.
           OPEN INPUT YTD-INDEXED-FILE.
           IF NOT INDEXED-SUCCESSFUL
              PERFORM 3190-SNAPSHOT-WONT-OPEN
              EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL END-OF-INDEXED OR NOT MASTER-IS-OK
              READ YTD-INDEXED-FILE NEXT
                 AT END
                    SET END-OF-INDEXED TO TRUE
                 NOT AT END
                    MOVE YTDIDX-RECORD TO WS-KEY-IMAGE
                    PERFORM 3150-ADD-SNAPSHOT-RECORD
              END-READ
           END-PERFORM.
           CLOSE YTD-INDEXED-FILE.

       3130-LOAD-DED-SNAPSHOT.
           OPEN INPUT DED-INDEXED-FILE.
           IF NOT INDEXED-SUCCESSFUL
              PERFORM 3190-SNAPSHOT-WONT-OPEN
              EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL END-OF-INDEXED OR NOT MASTER-IS-OK
              READ DED-INDEXED-FILE NEXT
                 AT END
                    SET END-OF-INDEXED TO TRUE
                 NOT AT END
                    MOVE DEDIDX-RECORD TO WS-KEY-IMAGE
                    PERFORM 3150-ADD-SNAPSHOT-RECORD
              END-READ
           END-PERFORM.
           CLOSE DED-INDEXED-FILE.

       3140-LOAD-SEQ-SNAPSHOT.
           OPEN INPUT MASTER-SEQ-FILE.
           IF NOT MASTER-SEQ-SUCCESSFUL
              PERFORM 3190-SNAPSHOT-WONT-OPEN
              EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL END-OF-MASTER-SEQ OR NOT MASTER-IS-OK
              READ MASTER-SEQ-FILE
                 AT END
                    SET END-OF-MASTER-SEQ TO TRUE
                 NOT AT END
                    MOVE MASTER-SEQ-RECORD TO WS-KEY-IMAGE
                    PERFORM 3150-ADD-SNAPSHOT-RECORD
              END-READ
           END-PERFORM.
           CLOSE MASTER-SEQ-FILE.

       3150-ADD-SNAPSHOT-RECORD.
           IF WS-REC-COUNT = 20000
              MOVE "SNAPSHOT TOO LARGE - NOT DONE" TO
                   WS-MST-STATUS-TEXT
              DISPLAY "FWDRCVRB: " JRL-MST-ID (WS-MST-SUB)
                  " SNAPSHOT OVER 20000 RECORDS - NOT RECOVERED"
              MOVE "N" TO WS-MASTER-OK-SW
           ELSE
              PERFORM 7800-BUILD-RECORD-KEY
              ADD 1 TO WS-REC-COUNT
              MOVE WS-KEY-VALUE TO REC-KEY (WS-REC-COUNT)
              MOVE WS-KEY-IMAGE TO REC-IMAGE (WS-REC-COUNT)
              MOVE "N"          TO REC-DELETED-SW (WS-REC-COUNT)
           END-IF.

       3190-SNAPSHOT-WONT-OPEN.
           MOVE "SNAPSHOT WON'T OPEN - NOT DONE" TO WS-MST-STATUS-TEXT.
           DISPLAY "FWDRCVRB: UNABLE TO OPEN SNAPSHOT "
               WS-SNAPSHOT-PATH.
           MOVE "N" TO WS-MASTER-OK-SW.

       3200-REPLAY-JOURNAL.
      * EVERY LINE FOR THIS MASTER PAST THE START MARK, UP TO THE
      * RECOVERY POINT AND SHORT OF ANY ROLLBACK TO ANOTHER SET.
      * WITH NO MARK, LINES FROM THE SET'S OWN DATE ON.
           MOVE 0 TO WS-JOURNAL-LINE-NO.
           OPEN INPUT CHANGE-JOURNAL.
           PERFORM UNTIL END-OF-CHANGE-JOURNAL OR NOT MASTER-IS-OK
              READ CHANGE-JOURNAL INTO CHANGE-JOURNAL-LINE
                 AT END
                    SET END-OF-CHANGE-JOURNAL TO TRUE
                 NOT AT END
                    ADD 1 TO WS-JOURNAL-LINE-NO
                    IF JRL-MASTER-ID = JRL-MST-ID (WS-MST-SUB)
                       PERFORM 3250-CONSIDER-JOURNAL-LINE
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE CHANGE-JOURNAL.

       3250-CONSIDER-JOURNAL-LINE.
           IF SET-MARK-FOUND
              IF WS-JOURNAL-LINE-NO NOT > WS-START-AFTER-LINE
                 ADD 1 TO WS-BEFORE-START
                 EXIT PARAGRAPH
              END-IF
           ELSE
              IF JRL-STAMP-DATE < WS-STAMP-CCYYMMDD
                 ADD 1 TO WS-BEFORE-START
                 EXIT PARAGRAPH
              END-IF
           END-IF.
           IF WS-STOP-AT-LINE > 0
              AND WS-JOURNAL-LINE-NO > WS-STOP-AT-LINE
              ADD 1 TO WS-PAST-STOP
              EXIT PARAGRAPH
           END-IF.
           PERFORM 2100-CHECK-POINT-OF-LINE.
           IF LINE-IS-BEYOND-POINT
              ADD 1 TO WS-PAST-POINT
              EXIT PARAGRAPH
           END-IF.
           PERFORM 3300-APPLY-JOURNAL-LINE.

       3300-APPLY-JOURNAL-LINE.
           ADD 1 TO WS-ENTRIES-APPLIED.
           IF JRL-RESET
              ADD 1 TO WS-MST-RESETS
              MOVE 0 TO WS-REC-COUNT WS-REC-LAST-FOUND
              EXIT PARAGRAPH
           END-IF.
           MOVE JRL-RECORD-KEY TO WS-KEY-VALUE.
           PERFORM 3400-FIND-RECORD.
           EVALUATE TRUE
              WHEN JRL-ADD
                 ADD 1 TO WS-MST-ADDS
                 IF WS-REC-FOUND > 0
                    MOVE "ADD OF A RECORD ALREADY THERE - REPLACED"
                      TO WS-EXCEPTION-TEXT
                    PERFORM 7400-LIST-EXCEPTION
                    MOVE JRL-AFTER-IMAGE TO REC-IMAGE (WS-REC-FOUND)
                 ELSE
                    PERFORM 3350-APPEND-RECORD
                 END-IF
              WHEN JRL-CHANGE
                 ADD 1 TO WS-MST-CHANGES
                 IF WS-REC-FOUND > 0
                    MOVE JRL-AFTER-IMAGE TO REC-IMAGE (WS-REC-FOUND)
                 ELSE
                    MOVE "CHANGE OF A RECORD NOT THERE - ADDED"
                      TO WS-EXCEPTION-TEXT
                    PERFORM 7400-LIST-EXCEPTION
                    PERFORM 3350-APPEND-RECORD
                 END-IF
              WHEN JRL-DELETE
                 ADD 1 TO WS-MST-DELETES
                 IF WS-REC-FOUND > 0
                    MOVE "Y" TO REC-DELETED-SW (WS-REC-FOUND)
                 ELSE
                    MOVE "DELETE OF A RECORD NOT THERE - IGNORED"
                      TO WS-EXCEPTION-TEXT
                    PERFORM 7400-LIST-EXCEPTION
                 END-IF
              WHEN OTHER
                 SUBTRACT 1 FROM WS-ENTRIES-APPLIED
                 MOVE "UNKNOWN JOURNAL ACTION - IGNORED"
                   TO WS-EXCEPTION-TEXT
                 PERFORM 7400-LIST-EXCEPTION
           END-EVALUATE.

       3350-APPEND-RECORD.
           IF WS-REC-COUNT = 20000
              MOVE "MASTER TOO LARGE - NOT DONE" TO WS-MST-STATUS-TEXT
              DISPLAY "FWDRCVRB: " JRL-MST-ID (WS-MST-SUB)
                  " GREW PAST 20000 RECORDS - NOT RECOVERED"
              MOVE "N" TO WS-MASTER-OK-SW
           ELSE
              ADD 1 TO WS-REC-COUNT
              MOVE WS-KEY-VALUE    TO REC-KEY (WS-REC-COUNT)
              MOVE JRL-AFTER-IMAGE TO REC-IMAGE (WS-REC-COUNT)
              MOVE "N"             TO REC-DELETED-SW (WS-REC-COUNT)
              MOVE WS-REC-COUNT    TO WS-REC-LAST-FOUND
           END-IF.

       3400-FIND-RECORD.
      * A LIVE (NOT DELETED) RECORD WITH THE KEY.  CHANGES MOSTLY
      * COME IN FILE ORDER, SO THE ONE AFTER THE LAST FOUND IS TRIED
      * BEFORE THE WHOLE TABLE.
           MOVE 0 TO WS-REC-FOUND.
           COMPUTE WS-REC-SUB = WS-REC-LAST-FOUND + 1.
           IF WS-REC-SUB NOT > WS-REC-COUNT
              IF REC-KEY (WS-REC-SUB) = WS-KEY-VALUE
                 AND NOT REC-IS-DELETED (WS-REC-SUB)
                 MOVE WS-REC-SUB TO WS-REC-FOUND
              END-IF
           END-IF.
           IF WS-REC-FOUND = 0
              PERFORM VARYING WS-REC-SUB FROM 1 BY 1
                 UNTIL WS-REC-SUB > WS-REC-COUNT
                    OR WS-REC-FOUND > 0
                 IF REC-KEY (WS-REC-SUB) = WS-KEY-VALUE
                    AND NOT REC-IS-DELETED (WS-REC-SUB)
                    MOVE WS-REC-SUB TO WS-REC-FOUND
                 END-IF
              END-PERFORM
           END-IF.
           IF WS-REC-FOUND > 0
              MOVE WS-REC-FOUND TO WS-REC-LAST-FOUND
           END-IF.

       3500-WRITE-LIVE-MASTER.
      * THE REBUILT MASTER REPLACES THE LIVE ONE WHOLE.
           MOVE WS-MASTER-PATH (WS-SET-SUB) TO WS-WORK-PATH.
           EVALUATE JRL-MST-ID (WS-MST-SUB)
              WHEN "EMPMAST"
                 OPEN OUTPUT EMP-INDEXED-FILE
              WHEN "YTDMAST"
                 OPEN OUTPUT YTD-INDEXED-FILE
              WHEN "DEDMAST"
                 OPEN OUTPUT DED-INDEXED-FILE
              WHEN OTHER
                 OPEN OUTPUT MASTER-SEQ-FILE
                 MOVE WS-MASTER-SEQ-STATUS TO WS-INDEXED-STATUS
           END-EVALUATE.
           IF NOT INDEXED-SUCCESSFUL
              MOVE "LIVE MASTER WON'T OPEN" TO WS-MST-STATUS-TEXT
              DISPLAY "FWDRCVRB: UNABLE TO OPEN "
                  WS-MASTER-PATH (WS-SET-SUB) " FOR OUTPUT, STATUS = "
                  WS-INDEXED-STATUS
              MOVE "N" TO WS-MASTER-OK-SW
              EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-REC-SUB FROM 1 BY 1
              UNTIL WS-REC-SUB > WS-REC-COUNT
              IF NOT REC-IS-DELETED (WS-REC-SUB)
                 PERFORM 3550-WRITE-ONE-RECORD
              END-IF
           END-PERFORM.
           EVALUATE JRL-MST-ID (WS-MST-SUB)
              WHEN "EMPMAST"
                 CLOSE EMP-INDEXED-FILE
              WHEN "YTDMAST"
                 CLOSE YTD-INDEXED-FILE
              WHEN "DEDMAST"
                 CLOSE DED-INDEXED-FILE
              WHEN OTHER
                 CLOSE MASTER-SEQ-FILE
           END-EVALUATE.

       3550-WRITE-ONE-RECORD.
           EVALUATE JRL-MST-ID (WS-MST-SUB)
              WHEN "EMPMAST"
                 MOVE REC-IMAGE (WS-REC-SUB) TO EMPIDX-RECORD
                 WRITE EMPIDX-RECORD
                    INVALID KEY
                       PERFORM 3590-DUPLICATE-KEY
                    NOT INVALID KEY
                       ADD 1 TO WS-MST-WRITTEN
                 END-WRITE
              WHEN "YTDMAST"
                 MOVE REC-IMAGE (WS-REC-SUB) TO YTDIDX-RECORD
                 WRITE YTDIDX-RECORD
                    INVALID KEY
                       PERFORM 3590-DUPLICATE-KEY
                    NOT INVALID KEY
                       ADD 1 TO WS-MST-WRITTEN
                 END-WRITE
              WHEN "DEDMAST"
                 MOVE REC-IMAGE (WS-REC-SUB) TO DEDIDX-RECORD
                 WRITE DEDIDX-RECORD
                    INVALID KEY
                       PERFORM 3590-DUPLICATE-KEY
                    NOT INVALID KEY
                       ADD 1 TO WS-MST-WRITTEN
                 END-WRITE
              WHEN OTHER
                 MOVE REC-IMAGE (WS-REC-SUB) TO MASTER-SEQ-RECORD
                 WRITE MASTER-SEQ-RECORD
                 ADD 1 TO WS-MST-WRITTEN
           END-EVALUATE.

       3590-DUPLICATE-KEY.
           MOVE REC-KEY (WS-REC-SUB) TO WS-KEY-VALUE.
           MOVE SPACES TO JRL-STAMP-DATE JRL-STAMP-TIME
                          JRL-PROGRAM-NAME.
           MOVE "DUPLICATE KEY ON WRITE - DROPPED"
             TO WS-EXCEPTION-TEXT.
           PERFORM 7400-LIST-EXCEPTION.

       7000-LIST-MASTER-HEADER.
      * A BLANK LINE BETWEEN MASTERS; A MASTER'S EXCEPTIONS ARE
      * LISTED ABOVE THE COUNTS LINE 7100 WRITES FOR IT LAST.
           add 1 to WS-LINE-COUNT.
           if WS-LINE-COUNT > 50
              PERFORM 8000-WRITE-HEADINGS.
           MOVE SPACES TO RECOVERY-LISTING-RECORD.
           write RECOVERY-LISTING-RECORD after advancing 01 lines.

       7100-LIST-MASTER-LINE.
           MOVE JRL-MST-ID (WS-MST-SUB) TO DTL-MASTER.
           MOVE WS-MST-SNAP-RECS       TO DTL-SNAP-RECS.
           MOVE WS-MST-ADDS            TO DTL-ADDS.
           MOVE WS-MST-CHANGES         TO DTL-CHANGES.
           MOVE WS-MST-DELETES         TO DTL-DELETES.
           MOVE WS-MST-RESETS          TO DTL-RESETS.
           MOVE WS-MST-EXCEPTIONS      TO DTL-EXCEPTIONS.
           MOVE WS-MST-WRITTEN         TO DTL-WRITTEN.
           MOVE WS-MST-STATUS-TEXT     TO DTL-STATUS.
           add 1 to WS-LINE-COUNT.
           if WS-LINE-COUNT > 50
              PERFORM 8000-WRITE-HEADINGS.
           write RECOVERY-LISTING-RECORD from DETAIL-LINE-MASTER
             after advancing 01 lines.

       7400-LIST-EXCEPTION.
           ADD 1 TO WS-MST-EXCEPTIONS.
           MOVE WS-KEY-VALUE TO EXC-KEY.
           IF JRL-STAMP-DATE = SPACES
              MOVE SPACES TO EXC-DATE EXC-TIME
           ELSE
              MOVE JRL-STAMP-DATE TO WS-EDIT-DATE
              MOVE WS-EDIT-DATE   TO EXC-DATE
              MOVE JRL-STAMP-TIME (1:6) TO WS-EDIT-TIME
              MOVE WS-EDIT-TIME   TO EXC-TIME
           END-IF.
           MOVE JRL-PROGRAM-NAME  TO EXC-PROGRAM.
           MOVE WS-EXCEPTION-TEXT TO EXC-TEXT.
           add 1 to WS-LINE-COUNT.
           if WS-LINE-COUNT > 50
              PERFORM 8000-WRITE-HEADINGS.
           write RECOVERY-LISTING-RECORD from DETAIL-LINE-EXCEPTION
             after advancing 01 lines.

       7500-WRITE-NOTE-LINE.
           add 1 to WS-LINE-COUNT.
           if WS-LINE-COUNT > 50
              PERFORM 8000-WRITE-HEADINGS.
           write RECOVERY-LISTING-RECORD from DETAIL-LINE-NOTE
             after advancing 01 lines.

       7600-LIST-UNJOURNALED.
      * THE REST OF THE SNAPSHOT SET IS NOT ON THE JOURNAL.
           perform varying WS-SET-SUB from 1 by 1
              until WS-SET-SUB > 15
              PERFORM VARYING WS-MST-SUB FROM 1 BY 1
                 UNTIL WS-MST-SUB > JRL-MASTER-COUNT
                    OR JRL-MST-SET-NUMBER (WS-MST-SUB) = WS-SET-SUB
              END-PERFORM
              IF WS-MST-SUB > JRL-MASTER-COUNT
                 MOVE SPACES TO NOTE-TEXT
                 STRING "NOT JOURNALED - LEFT AS IT IS: "
                        DELIMITED BY SIZE
                        WS-MASTER-PATH (WS-SET-SUB) DELIMITED BY SPACE
                        INTO NOTE-TEXT
                 PERFORM 7500-WRITE-NOTE-LINE
              END-IF
           END-PERFORM.

       7700-LIST-REPLAY-STOP.
      * A ROLLBACK TO ANOTHER SET CUT THE REPLAY SHORT.
           IF WS-STOP-AT-LINE > 0
              MOVE SPACES TO NOTE-TEXT
              STRING "REPLAY ENDED AT A ROLLBACK TO SET "
                     WS-STOP-STAMP " - LATER CHANGES BELONG TO THAT "
                     "SET" DELIMITED BY SIZE INTO NOTE-TEXT
              PERFORM 7500-WRITE-NOTE-LINE
              IF RETURN-CODE < 8
                 MOVE 8 TO RETURN-CODE
              END-IF
           END-IF.

       7800-BUILD-RECORD-KEY.
      * THE KEY IS CUT FROM WS-KEY-IMAGE THE WAY CHGJRNRB CUTS IT.
           MOVE SPACES TO WS-KEY-VALUE.
           MOVE JRL-MST-KEY-POS-1 (WS-MST-SUB) TO WS-KEY-POS.
           MOVE JRL-MST-KEY-LEN-1 (WS-MST-SUB) TO WS-KEY-LEN.
           MOVE WS-KEY-IMAGE (WS-KEY-POS:WS-KEY-LEN)
             TO WS-KEY-VALUE (1:WS-KEY-LEN).
           IF JRL-MST-KEY-LEN-2 (WS-MST-SUB) > 0
              MOVE JRL-MST-KEY-POS-2 (WS-MST-SUB) TO WS-KEY-POS
              COMPUTE WS-KEY-AT = WS-KEY-LEN + 1
              MOVE JRL-MST-KEY-LEN-2 (WS-MST-SUB) TO WS-KEY-LEN
              MOVE WS-KEY-IMAGE (WS-KEY-POS:WS-KEY-LEN)
                TO WS-KEY-VALUE (WS-KEY-AT:WS-KEY-LEN)
           END-IF.

       8000-WRITE-HEADINGS.
           add 1 to WS-PAGE-COUNT.
           move WS-PAGE-COUNT TO PAGE-HDG-01-PAGE.
           WRITE RECOVERY-LISTING-RECORD FROM WS-REPORT-RULER
             after advancing page.
           WRITE RECOVERY-LISTING-RECORD
            FROM PAGE-HDG-01 after advancing 01 LINES.
           WRITE RECOVERY-LISTING-RECORD
            FROM PAGE-HDG-02 after advancing 01 LINES.
           WRITE RECOVERY-LISTING-RECORD
            FROM PAGE-HDG-03 after advancing 01 LINES.
           WRITE RECOVERY-LISTING-RECORD
            FROM PAGE-HDG-04 AFTER ADVANCING 02 LINES.
           MOVE 5 TO WS-LINE-COUNT.

       9000-CREATE-REPORT-TOTAL-LINES.
           MOVE WS-JOURNAL-READ      TO TOTAL-JOURNAL-READ.
           MOVE WS-BEFORE-START      TO TOTAL-BEFORE-START.
           COMPUTE TOTAL-PAST-POINT = WS-PAST-POINT + WS-PAST-STOP.
           MOVE WS-ENTRIES-APPLIED   TO TOTAL-APPLIED.
           MOVE WS-MASTERS-RECOVERED TO TOTAL-RECOVERED.
           MOVE WS-MASTERS-LOCKED    TO TOTAL-LOCKED.
           write RECOVERY-LISTING-RECORD from DETAIL-LINE-LINE
             AFTER ADVANCING 01 LINES.
           write RECOVERY-LISTING-RECORD from TOTALS-LINE-1
             AFTER ADVANCING 02 LINES.
           write RECOVERY-LISTING-RECORD from TOTALS-LINE-2
             AFTER ADVANCING 01 LINES.
           write RECOVERY-LISTING-RECORD from WS-REPORT-RULER
             after advancing 02 LINES.

       9900-WRITE-AUDIT-RECORD.
      * APPEND ONE SUMMARY LINE FOR THIS RUN TO THE SHARED OPERATIONS
      * AUDIT TRAIL, MIRRORING THE PROGRAM TOTALS DISPLAYED ABOVE.
           ACCEPT WS-RUN-TIME FROM TIME.
           MOVE "FWDRCVRB"           TO AUD-PROGRAM-NAME.
           MOVE WS-RUN-DATE          TO AUD-RUN-DATE.
           MOVE WS-RUN-TIME          TO AUD-RUN-TIME.
           MOVE WS-JOURNAL-READ      TO AUD-RECORDS-READ.
           MOVE WS-ENTRIES-APPLIED   TO AUD-RECORDS-WRITTEN.
           MOVE SPACES               TO AUD-KEY-TOTALS.
           STRING "SET " WS-STAMP-DATE " MASTERS="
                  DELIMITED BY SIZE INTO AUD-KEY-TOTALS.
           MOVE WS-MASTERS-RECOVERED TO AUD-KEY-TOTALS(19:2).
           MOVE SGN-USER-ID          TO AUD-USER-ID.
           IF RETURN-CODE = 0
              MOVE "OK" TO AUD-COMPLETION-STATUS
           ELSE
              MOVE "ER" TO AUD-COMPLETION-STATUS
           END-IF.
           WRITE AUDIT-TRAIL-RECORD FROM AUDIT-TRAIL-LINE.
