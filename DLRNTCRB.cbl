       IDENTIFICATION DIVISION.
       PROGRAM-ID.    DLRNTCRB.
       AUTHOR.        RYAN BROOKS
      * NIGHTLY DEALER ORDER STATUS NOTICES.  A DEALER HEARD NOTHING
      * ABOUT AN IMPORTED ORDER AFTER THE ACCEPTANCE REPORT - NOT
      * THE DATE MOVING, NOT A CANCELLATION, NOT THE SHIPMENT.  THE
      * IMPORT, ORDER MAINTENANCE AND SHIPMENT CONFIRMATION NOW QUEUE
      * THOSE EVENTS THROUGH DLREVTRB ON THE PENDING EVENT FILE
      * (DLREVENT.DAT); THIS RUN WRITES ONE OUTBOUND FILE PER DEALER
      * ON THE DEALER ORDER CROSS-REFERENCE (DLRORDX.DAT) EVERY NIGHT
      * - A QUIET NIGHT IS AN EMPTY FILE, SO THE DEALER CAN TELL NO
      * NEWS FROM A LOST FILE.  EACH FILE IS A HEADER, ONE DETAIL PER
      * EVENT (ACCEPTED WITH OUR ORDER NUMBER, PROMISED DATE CHANGED
      * WITH THE OLD AND NEW DATES, CANCELLED, SHIPPED WITH THE SHIP
      * DATE, SHIPPED SIZES, CARRIER AND TRACKING NUMBER), AND A
      * CONTROL-TOTAL TRAILER WITH THE DETAIL COUNT, THE COUNT OF EACH
      * EVENT TYPE AND A HASH OF THE ORDER NUMBERS - THE SAME KIND OF
      * TRAILER WE INSIST ON FROM THE BANK AND THE TIME CLOCKS.
      * THE FILE IS NAMED DLRNTC-<DEALER>-<CCYYMMDD>-<NN>.DAT IN THE
      * OUTBOUND DIRECTORY, NN COUNTING THE RUNS MADE THAT DAY.
      * EVERY FILE WRITTEN IS LOGGED ON THE SENT-FILE LOG
      * (DLRSENT.LOG) WITH ITS TOTALS, AND THE EVENT FILE IS RENAMED
      * ASIDE, TIME-STAMPED, SO NO EVENT GOES OUT TWICE.  IF A NOTICE
      * FILE CANNOT BE WRITTEN THE EVENTS ARE LEFT PENDING FOR THE
      * NEXT RUN AND THE RUN ENDS 16.
      * RESEND: WHEN A DEALER LOSES A NIGHT'S NOTICES, SET
      * DLRNTCRB-RESEND-DATE TO THE CCYYMMDD THEY WERE SENT (AND
      * DLRNTCRB-RESEND-DEALER TO LIMIT IT TO ONE DEALER) AND RUN THIS
      * PROGRAM BY ITSELF.  EVERY FILE THE LOG SHOWS SENT THAT DAY IS
      * REBUILT UNDER ITS ORIGINAL NAME FROM THE SET-ASIDE EVENTS,
      * MARKED AS A RESEND IN ITS HEADER, CHECKED AGAINST THE LOGGED
      * TOTALS AND LOGGED AGAIN.  PENDING EVENTS ARE NOT TOUCHED.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EVENT-FILE ASSIGN DYNAMIC
                 WS-EVENT-READ-PATH
             organization is line sequential
             file status is WS-EVENT-FILE-STATUS.
           SELECT ORDER-XREF-FILE ASSIGN DYNAMIC
                 WS-ORDER-XREF-PATH
             organization is line sequential
             file status is WS-ORDER-XREF-STATUS.
           SELECT NOTICE-FILE ASSIGN DYNAMIC
                 WS-NOTICE-PATH
             organization is line sequential
             file status is WS-NOTICE-FILE-STATUS.
           SELECT SENT-LOG-FILE ASSIGN DYNAMIC
                 WS-SENT-LOG-PATH
             organization is line sequential
             file status is WS-SENT-LOG-STATUS.
           SELECT AUDIT-TRAIL-FILE ASSIGN DYNAMIC
                 WS-AUDIT-TRAIL-PATH
             organization is line sequential
             file status is WS-AUDIT-TRAIL-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  EVENT-FILE
           RECORDING MODE IS F
           DATA RECORD IS EVENT-RECORD.
      * THE LAYOUT DLREVTRB APPENDS - THE DEALER, THEN THE EVENT AS IT
      * GOES OUT ON THE DETAIL RECORD.
       01 EVENT-RECORD.
           05  EVT-DEALER-ID            PIC X(05).
           05  EVT-DETAIL               PIC X(82).

       FD  ORDER-XREF-FILE
           RECORDING MODE IS F
           DATA RECORD IS ORDER-XREF-RECORD.
       01 ORDER-XREF-RECORD.
           05  XRF-ORDER-NUMBER         PIC X(06).
           05  XRF-DEALER-ID            PIC X(05).
           05  XRF-ACCEPTED-DATE        PIC X(08).

       FD  NOTICE-FILE
           RECORDING MODE IS F
           DATA RECORD IS NOTICE-RECORD.
      * THE OUTBOUND FILE THE DEALER RECEIVES - 90-BYTE RECORDS, A
      * HEADER, THE DETAILS, AND A TRAILER.
       01 NOTICE-RECORD.
           05  NTC-RECORD-ID            PIC X(03).
               88 NOTICE-REC-IS-DETAIL     VALUE "DTL".
           05  NTC-DETAIL.
               10  NTC-EVENT-TYPE       PIC X(02).
               10  NTC-EVENT-DATE       PIC X(08).
               10  NTC-ORDER-NUMBER     PIC X(06).
               10  NTC-LINE-NUMBER      PIC X(02).
               10  NTC-CUST-NUMBER      PIC X(06).
               10  NTC-SHAPE-TYPE       PIC X(10).
               10  NTC-SIZE-1           PIC 9(03).
               10  NTC-SIZE-2           PIC 9(03).
               10  NTC-PROMISED-DATE    PIC X(08).
               10  NTC-OLD-PROMISED-DATE PIC X(08).
               10  NTC-CARRIER          PIC X(06).
               10  NTC-TRACKING         PIC X(20).
           05  FILLER                   PIC X(05).
      * THE HEADER NAMES THE DEALER, THE DAY AND RUN THE FILE BELONGS
      * TO, AND WHETHER IT IS THE FIRST SENDING (N) OR A RESEND (R).
       01 NOTICE-HEADER REDEFINES NOTICE-RECORD.
           05  NTC-HDR-ID               PIC X(03).
               88 NOTICE-REC-IS-HEADER     VALUE "HDR".
           05  NTC-HDR-DEALER-ID        PIC X(05).
           05  NTC-HDR-FILE-DATE        PIC X(08).
           05  NTC-HDR-FILE-SEQ         PIC 9(02).
           05  NTC-HDR-SEND-MODE        PIC X(01).
           05  FILLER                   PIC X(71).
      * THE CONTROL-TOTAL TRAILER - DETAIL COUNT, EACH EVENT TYPE'S
      * COUNT, AND THE SUM OF THE DETAILS' ORDER NUMBERS.
       01 NOTICE-TRAILER REDEFINES NOTICE-RECORD.
           05  NTC-TRL-ID               PIC X(03).
               88 NOTICE-REC-IS-TRAILER    VALUE "TRL".
           05  NTC-TRL-COUNT            PIC 9(06).
           05  NTC-TRL-ACCEPTED         PIC 9(05).
           05  NTC-TRL-DATE-CHANGES     PIC 9(05).
           05  NTC-TRL-CANCELLED        PIC 9(05).
           05  NTC-TRL-SHIPPED          PIC 9(05).
           05  NTC-TRL-ORDER-HASH       PIC 9(12).
           05  FILLER                   PIC X(49).

       FD  SENT-LOG-FILE
           RECORDING MODE IS F
           DATA RECORD IS SENT-LOG-RECORD.
      * ONE ROW PER NOTICE FILE WRITTEN, APPENDED RUN AFTER RUN: WHEN
      * IT WAS WRITTEN, FIRST SENDING OR RESEND, THE DEALER, THE DAY
      * AND RUN IT BELONGS TO, ITS TRAILER TOTALS, ITS NAME, AND THE
      * SET-ASIDE EVENT FILE IT WAS BUILT FROM (BLANK WHEN THERE WERE
      * NO EVENTS).
       01 SENT-LOG-RECORD.
           05  SNT-RUN-DATE             PIC X(08).
           05  SNT-RUN-TIME             PIC 9(08).
           05  SNT-SEND-MODE            PIC X(01).
           05  SNT-DEALER-ID            PIC X(05).
           05  SNT-FILE-DATE            PIC X(08).
           05  SNT-FILE-SEQ             PIC 9(02).
           05  SNT-DETAIL-COUNT         PIC 9(06).
           05  SNT-ORDER-HASH           PIC 9(12).
           05  SNT-NOTICE-PATH          PIC X(80).
           05  SNT-EVENT-ARCHIVE        PIC X(80).

       FD  AUDIT-TRAIL-FILE
           RECORDING MODE IS F
           DATA RECORD IS AUDIT-TRAIL-RECORD.
       01 AUDIT-TRAIL-RECORD             PIC X(89).

       WORKING-STORAGE SECTION.
      * FILE PATHS - DEFAULT TO THE PATHS BELOW, BUT CAN BE OVERRIDDEN
      * AT RUN TIME BY SETTING THE MATCHING ENVIRONMENT VARIABLE
      * BEFORE STARTING THE PROGRAM (SEE 0500-GET-FILE-PATHS).  THE
      * OUTBOUND DIRECTORY MUST END WITH ITS SEPARATOR.
        01 WS-FILE-PATHS.
           05 WS-EVENT-FILE-PATH        PIC X(80)
                VALUE "C:\Users\Ryan\Desktop\DLREVENT.DAT".
           05 WS-ORDER-XREF-PATH        PIC X(80)
                VALUE "C:\Users\Ryan\Desktop\DLRORDX.DAT".
           05 WS-OUTBOUND-DIR           PIC X(80)
                VALUE "C:\Users\Ryan\Desktop\".
           05 WS-SENT-LOG-PATH          PIC X(80)
                VALUE "C:\Users\Ryan\Desktop\DLRSENT.LOG".
           05 WS-AUDIT-TRAIL-PATH       PIC X(80)
                VALUE "C:\Users\Ryan\Desktop\OPS-AUDIT-TRAIL.LOG".
           05 WS-ENV-PATH-OVERRIDE      PIC X(80).
      * THE EVENT FILE BEING READ - THE PENDING ONE, OR ON A RESEND A
      * SET-ASIDE ONE - AND THE NOTICE FILE BEING WRITTEN.
        01 WS-EVENT-READ-PATH           PIC X(80) VALUE SPACES.
        01 WS-EVENT-ARCHIVE-PATH        PIC X(80) VALUE SPACES.
        01 WS-NOTICE-PATH               PIC X(80) VALUE SPACES.
        01 WS-RENAME-RESULT             PIC 9(09) COMP-5 VALUE 0.

      * File status
        01 WS-EVENT-FILE-STATUS         pic X(02).
           88 EVENT-FILE-SUCCESSFUL        VALUE "00".
           88 END-OF-EVENT-FILE            VALUE "10".
        01 WS-ORDER-XREF-STATUS         pic X(02).
           88 ORDER-XREF-SUCCESSFUL        VALUE "00".
           88 END-OF-ORDER-XREF            VALUE "10".
        01 WS-NOTICE-FILE-STATUS        pic X(02).
           88 GOOD-NOTICE-FILE-WRITE       VALUE "00".
        01 WS-SENT-LOG-STATUS           pic X(02).
           88 SENT-LOG-SUCCESSFUL          VALUE "00".
           88 END-OF-SENT-LOG              VALUE "10".
           88 GOOD-SENT-LOG-WRITE          VALUE "00".
        01 WS-AUDIT-TRAIL-STATUS        pic X(02).
           88 GOOD-AUDIT-TRAIL-WRITE       VALUE "00".

      * RESEND REQUEST - THE DAY TO SEND AGAIN AND, OPTIONALLY, THE
      * ONE DEALER TO SEND IT TO.
        01 WS-RESEND-DATE               PIC X(08) VALUE SPACES.
        01 WS-RESEND-DEALER             PIC X(05) VALUE SPACES.
        01 WS-SEND-MODE                 PIC X(01) VALUE "N".
           88 FIRST-SENDING                VALUE "N".
           88 RESEND-RUN                   VALUE "R".

      * THE DEALERS THAT GET A FILE TONIGHT - EVERY DEALER ON THE
      * CROSS-REFERENCE.
        01 WS-DLR-COUNT                 PIC 9(03) VALUE 0.
        01 WS-DLR-SUB                   PIC 9(03) VALUE 0.
        01 WS-DEALER-TABLE.
           05 TABLE-DLR-ID OCCURS 100 TIMES PIC X(05).
        01 WS-DEALER-WORK               PIC X(05) VALUE SPACES.

      * THE EVENTS BEING SENT, IN THE ORDER THEY HAPPENED
        01 WS-EVT-COUNT                 PIC 9(04) VALUE 0.
        01 WS-EVT-SUB                   PIC 9(04) VALUE 0.
        01 WS-EVENT-TABLE.
           05 EVT-TABLE-ENTRY OCCURS 0 TO 5000 TIMES
                 DEPENDING ON WS-EVT-COUNT.
              10 TABLE-EVT-DEALER       PIC X(05).
              10 TABLE-EVT-DETAIL       PIC X(82).
        01 WS-EVENTS-FOUND-SW           PIC X(01) VALUE "N".
           88 EVENTS-FILE-FOUND            VALUE "Y".

      * ON A RESEND, THE FILES THE SENT-FILE LOG SHOWS WENT OUT THAT
      * DAY
        01 WS-RSD-COUNT                 PIC 9(03) VALUE 0.
        01 WS-RSD-SUB                   PIC 9(03) VALUE 0.
        01 WS-RESEND-TABLE.
           05 RSD-TABLE-ENTRY OCCURS 0 TO 500 TIMES
                 DEPENDING ON WS-RSD-COUNT.
              10 TABLE-RSD-DEALER       PIC X(05).
              10 TABLE-RSD-FILE-DATE    PIC X(08).
              10 TABLE-RSD-FILE-SEQ     PIC 9(02).
              10 TABLE-RSD-COUNT        PIC 9(06).
              10 TABLE-RSD-HASH         PIC 9(12).
              10 TABLE-RSD-NOTICE-PATH  PIC X(80).
              10 TABLE-RSD-ARCHIVE      PIC X(80).

      * THE NOTICE FILE BEING WRITTEN - WHOSE, WHICH DAY AND RUN, AND
      * ITS TRAILER TOTALS
        01 WS-NOTICE-DEALER             PIC X(05) VALUE SPACES.
        01 WS-FILE-DATE                 PIC X(08) VALUE SPACES.
        01 WS-FILE-SEQ                  PIC 9(02) VALUE 0.
        01 WS-LAST-FILE-SEQ             PIC 9(02) VALUE 0.
        01 WS-NOTICE-WRITTEN-SW         PIC X(01) VALUE "N".
           88 NOTICE-WAS-WRITTEN           VALUE "Y".
        01 WS-NTC-DETAIL-COUNT          PIC 9(06) VALUE 0.
        01 WS-NTC-ACCEPTED              PIC 9(05) VALUE 0.
        01 WS-NTC-DATE-CHANGES          PIC 9(05) VALUE 0.
        01 WS-NTC-CANCELLED             PIC 9(05) VALUE 0.
        01 WS-NTC-SHIPPED               PIC 9(05) VALUE 0.
        01 WS-NTC-ORDER-HASH            PIC 9(12) VALUE 0.
        01 WS-HASH-ORDER-NUMBER         PIC 9(06) VALUE 0.
        01 WS-NOTICE-FAILED-SW          PIC X(01) VALUE "N".
           88 A-NOTICE-FAILED              VALUE "Y".

      * RUN COUNTERS
        01 WS-EVENTS-READ               PIC 9(06) VALUE 0.
        01 WS-FILES-WRITTEN             PIC 9(04) VALUE 0.
        01 WS-DETAILS-SENT              PIC 9(06) VALUE 0.
        01 WS-RUN-DATE                  PIC X(08).
        01 WS-RUN-CCYYMMDD              PIC 9(08) VALUE 0.
        01 WS-RUN-TIME                  PIC 9(08) VALUE 0.
        COPY "AUDITTRL.cpy".

       PROCEDURE DIVISION.

           DISPLAY "DLRNTCRB FOR RYAN BROOKS".

           PERFORM 1000-INITIALIZE.
           PERFORM 1500-LOAD-SENT-LOG.

           IF RESEND-RUN
              PERFORM 5000-RESEND-NOTICES
           ELSE
              PERFORM 2000-LOAD-DEALERS
              MOVE WS-EVENT-FILE-PATH TO WS-EVENT-READ-PATH
              PERFORM 2500-LOAD-EVENTS
              PERFORM 3000-SEND-NOTICES
              PERFORM 4000-SET-EVENTS-ASIDE
           END-IF.

           display "DEALER EVENTS READ:          " WS-EVENTS-READ.
           display "NOTICE FILES WRITTEN:        " WS-FILES-WRITTEN.
           display "NOTICE DETAILS SENT:         " WS-DETAILS-SENT.

           PERFORM 9900-WRITE-AUDIT-RECORD.

           close SENT-LOG-FILE
                 AUDIT-TRAIL-FILE.

           GOBACK.

       0500-GET-FILE-PATHS.
      * OVERRIDE THE DEFAULT FILE PATHS IF THE MATCHING ENVIRONMENT
      * VARIABLE HAS BEEN SET:
           ACCEPT WS-ENV-PATH-OVERRIDE FROM ENVIRONMENT
                  "DLRNTCRB-EVENT-FILE".
           IF WS-ENV-PATH-OVERRIDE NOT = SPACES
              MOVE WS-ENV-PATH-OVERRIDE TO WS-EVENT-FILE-PATH
           END-IF.
           ACCEPT WS-ENV-PATH-OVERRIDE FROM ENVIRONMENT
                  "DLRNTCRB-ORDER-XREF".
           IF WS-ENV-PATH-OVERRIDE NOT = SPACES
              MOVE WS-ENV-PATH-OVERRIDE TO WS-ORDER-XREF-PATH
           END-IF.
           ACCEPT WS-ENV-PATH-OVERRIDE FROM ENVIRONMENT
                  "DLRNTCRB-OUTBOUND-DIR".
           IF WS-ENV-PATH-OVERRIDE NOT = SPACES
              MOVE WS-ENV-PATH-OVERRIDE TO WS-OUTBOUND-DIR
           END-IF.
           ACCEPT WS-ENV-PATH-OVERRIDE FROM ENVIRONMENT
                  "DLRNTCRB-SENT-LOG".
           IF WS-ENV-PATH-OVERRIDE NOT = SPACES
              MOVE WS-ENV-PATH-OVERRIDE TO WS-SENT-LOG-PATH
           END-IF.
           ACCEPT WS-ENV-PATH-OVERRIDE FROM ENVIRONMENT
                  "DLRNTCRB-AUDIT-TRAIL-FILE".
           IF WS-ENV-PATH-OVERRIDE NOT = SPACES
              MOVE WS-ENV-PATH-OVERRIDE TO WS-AUDIT-TRAIL-PATH
           END-IF.

       1000-INITIALIZE.
           PERFORM 0500-GET-FILE-PATHS.
           ACCEPT WS-RUN-DATE FROM DATE.
           MOVE "20"              TO WS-RUN-CCYYMMDD (1:2).
           MOVE WS-RUN-DATE (1:6) TO WS-RUN-CCYYMMDD (3:6).
           ACCEPT WS-RUN-TIME FROM TIME.
           OPEN EXTEND AUDIT-TRAIL-FILE.
           IF NOT GOOD-AUDIT-TRAIL-WRITE
              CLOSE AUDIT-TRAIL-FILE
              OPEN OUTPUT AUDIT-TRAIL-FILE
           END-IF.
           ACCEPT WS-RESEND-DATE FROM ENVIRONMENT
                  "DLRNTCRB-RESEND-DATE".
           ACCEPT WS-RESEND-DEALER FROM ENVIRONMENT
                  "DLRNTCRB-RESEND-DEALER".
           IF WS-RESEND-DATE NOT = SPACES
              IF WS-RESEND-DATE IS NUMERIC
                 SET RESEND-RUN TO TRUE
                 DISPLAY "DLRNTCRB: RESENDING THE NOTICES OF "
                     WS-RESEND-DATE
              ELSE
                 DISPLAY "DLRNTCRB: RESEND DATE " WS-RESEND-DATE
                     " IS NOT CCYYMMDD - RUN STOPPED"
                 MOVE 16 TO RETURN-CODE
                 PERFORM 9900-WRITE-AUDIT-RECORD
                 CLOSE AUDIT-TRAIL-FILE
                 GOBACK
              END-IF
           END-IF.

       1500-LOAD-SENT-LOG.
      * THE LOG GIVES TODAY'S LAST RUN NUMBER, AND ON A RESEND THE
      * FILES SENT ON THE DAY ASKED FOR.  NO LOG YET MEANS NOTHING
      * HAS EVER BEEN SENT.  THE LOG IS THEN HELD OPEN FOR THIS RUN'S
      * OWN ROWS.
           MOVE 0 TO WS-LAST-FILE-SEQ.
           OPEN INPUT SENT-LOG-FILE.
           IF SENT-LOG-SUCCESSFUL
              PERFORM UNTIL END-OF-SENT-LOG
                 READ SENT-LOG-FILE
                    AT END
                       SET END-OF-SENT-LOG TO TRUE
                    NOT AT END
                       PERFORM 1600-CHECK-SENT-LOG-ROW
                 END-READ
              END-PERFORM
              CLOSE SENT-LOG-FILE
           END-IF.
           OPEN EXTEND SENT-LOG-FILE.
           IF NOT GOOD-SENT-LOG-WRITE
              CLOSE SENT-LOG-FILE
              OPEN OUTPUT SENT-LOG-FILE
           END-IF.

       1600-CHECK-SENT-LOG-ROW.
           IF SNT-SEND-MODE = "N"
              AND SNT-FILE-DATE = WS-RUN-CCYYMMDD
              AND SNT-FILE-SEQ IS NUMERIC
              AND SNT-FILE-SEQ > WS-LAST-FILE-SEQ
              MOVE SNT-FILE-SEQ TO WS-LAST-FILE-SEQ
           END-IF.
           IF RESEND-RUN
              AND SNT-SEND-MODE = "N"
              AND SNT-FILE-DATE = WS-RESEND-DATE
              AND (WS-RESEND-DEALER = SPACES
                   OR SNT-DEALER-ID = WS-RESEND-DEALER)
              IF WS-RSD-COUNT = 500
                 DISPLAY "DLRNTCRB: RESEND TABLE CEILING "
                     "(500) REACHED - RUN STOPPED"
                 MOVE 16 TO RETURN-CODE
                 GOBACK
              END-IF
              ADD 1 TO WS-RSD-COUNT
              MOVE SNT-DEALER-ID     TO TABLE-RSD-DEALER (WS-RSD-COUNT)
              MOVE SNT-FILE-DATE
                TO TABLE-RSD-FILE-DATE (WS-RSD-COUNT)
              MOVE SNT-FILE-SEQ
                TO TABLE-RSD-FILE-SEQ (WS-RSD-COUNT)
              MOVE SNT-DETAIL-COUNT  TO TABLE-RSD-COUNT (WS-RSD-COUNT)
              MOVE SNT-ORDER-HASH    TO TABLE-RSD-HASH (WS-RSD-COUNT)
              MOVE SNT-NOTICE-PATH
                TO TABLE-RSD-NOTICE-PATH (WS-RSD-COUNT)
              MOVE SNT-EVENT-ARCHIVE TO TABLE-RSD-ARCHIVE (WS-RSD-COUNT)
           END-IF.

       2000-LOAD-DEALERS.
      * EVERY DEALER THAT HAS EVER SENT US AN ORDER GETS A FILE.
           OPEN INPUT ORDER-XREF-FILE.
           IF ORDER-XREF-SUCCESSFUL
              PERFORM UNTIL END-OF-ORDER-XREF
                 READ ORDER-XREF-FILE
                    AT END
                       SET END-OF-ORDER-XREF TO TRUE
                    NOT AT END
                       MOVE XRF-DEALER-ID TO WS-DEALER-WORK
                       PERFORM 2100-ADD-DEALER
                 END-READ
              END-PERFORM
              CLOSE ORDER-XREF-FILE
           END-IF.

       2100-ADD-DEALER.
           PERFORM VARYING WS-DLR-SUB FROM 1 BY 1
              UNTIL WS-DLR-SUB > WS-DLR-COUNT
                 OR TABLE-DLR-ID (WS-DLR-SUB) = WS-DEALER-WORK
           END-PERFORM.
           IF WS-DLR-SUB > WS-DLR-COUNT
              IF WS-DLR-COUNT = 100
                 DISPLAY "DLRNTCRB: DEALER TABLE CEILING "
                     "(100) REACHED - RUN STOPPED"
                 MOVE 16 TO RETURN-CODE
                 GOBACK
              END-IF
              ADD 1 TO WS-DLR-COUNT
              MOVE WS-DEALER-WORK TO TABLE-DLR-ID (WS-DLR-COUNT)
           END-IF.

       2500-LOAD-EVENTS.
      * READ THE EVENT FILE NAMED BY WS-EVENT-READ-PATH.  NO PENDING
      * FILE IS A NIGHT WITH NOTHING TO REPORT.  ON THE FIRST SENDING
      * A DEALER WITH EVENTS ALWAYS GETS A FILE, ON THE CROSS-
      * REFERENCE OR NOT.
           MOVE 0   TO WS-EVT-COUNT.
           MOVE "N" TO WS-EVENTS-FOUND-SW.
           OPEN INPUT EVENT-FILE.
           IF EVENT-FILE-SUCCESSFUL
              SET EVENTS-FILE-FOUND TO TRUE
              PERFORM UNTIL END-OF-EVENT-FILE
                 READ EVENT-FILE
                    AT END
                       SET END-OF-EVENT-FILE TO TRUE
                    NOT AT END
                       IF WS-EVT-COUNT = 5000
                          DISPLAY "DLRNTCRB: EVENT TABLE CEILING "
                              "(5000) REACHED - RUN STOPPED"
                          MOVE 16 TO RETURN-CODE
                          GOBACK
                       END-IF
                       ADD 1 TO WS-EVENTS-READ
                       ADD 1 TO WS-EVT-COUNT
                       MOVE EVENT-RECORD TO
                            EVT-TABLE-ENTRY (WS-EVT-COUNT)
                       IF FIRST-SENDING
                          MOVE EVT-DEALER-ID TO WS-DEALER-WORK
                          PERFORM 2100-ADD-DEALER
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE EVENT-FILE
           END-IF.

       3000-SEND-NOTICES.
      * ONE FILE PER DEALER UNDER TONIGHT'S RUN NUMBER.  THE NAME THE
      * EVENTS WILL BE SET ASIDE UNDER GOES ON THE LOG WITH EACH FILE
      * SO A RESEND CAN FIND THEM.
           COMPUTE WS-FILE-SEQ = WS-LAST-FILE-SEQ + 1.
           MOVE WS-RUN-CCYYMMDD TO WS-FILE-DATE.
           MOVE SPACES TO WS-EVENT-ARCHIVE-PATH.
           IF EVENTS-FILE-FOUND
              STRING FUNCTION TRIM(WS-EVENT-FILE-PATH)
                     ".S" DELIMITED BY SIZE
                     WS-RUN-DATE (1:6) DELIMITED BY SIZE
                     WS-RUN-TIME (1:6) DELIMITED BY SIZE
                INTO WS-EVENT-ARCHIVE-PATH
           END-IF.
           IF WS-DLR-COUNT = 0
              DISPLAY "DLRNTCRB: NO DEALER ORDERS ON FILE - "
                  "NO NOTICES WRITTEN"
           END-IF.
           PERFORM VARYING WS-DLR-SUB FROM 1 BY 1
              UNTIL WS-DLR-SUB > WS-DLR-COUNT
              MOVE TABLE-DLR-ID (WS-DLR-SUB) TO WS-NOTICE-DEALER
              PERFORM 3100-BUILD-NOTICE-PATH
              PERFORM 3500-WRITE-NOTICE-FILE
              IF NOTICE-WAS-WRITTEN
                 PERFORM 3900-LOG-SENT-FILE
              END-IF
           END-PERFORM.

       3100-BUILD-NOTICE-PATH.
           MOVE SPACES TO WS-NOTICE-PATH.
           STRING FUNCTION TRIM(WS-OUTBOUND-DIR)
                  "DLRNTC-" DELIMITED BY SIZE
                  WS-NOTICE-DEALER DELIMITED BY SPACE
                  "-" DELIMITED BY SIZE
                  WS-FILE-DATE DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-FILE-SEQ DELIMITED BY SIZE
                  ".DAT" DELIMITED BY SIZE
             INTO WS-NOTICE-PATH.

       3500-WRITE-NOTICE-FILE.
      * HEADER, THE DEALER'S EVENTS IN THE ORDER THEY HAPPENED, AND
      * THE TRAILER.
           MOVE "N" TO WS-NOTICE-WRITTEN-SW.
           MOVE 0 TO WS-NTC-DETAIL-COUNT
                     WS-NTC-ACCEPTED
                     WS-NTC-DATE-CHANGES
                     WS-NTC-CANCELLED
                     WS-NTC-SHIPPED
                     WS-NTC-ORDER-HASH.
           OPEN OUTPUT NOTICE-FILE.
           IF NOT GOOD-NOTICE-FILE-WRITE
              DISPLAY "DLRNTCRB: UNABLE TO WRITE " WS-NOTICE-PATH
                  ", STATUS = " WS-NOTICE-FILE-STATUS
              SET A-NOTICE-FAILED TO TRUE
           ELSE
              MOVE SPACES           TO NOTICE-HEADER
              MOVE "HDR"            TO NTC-HDR-ID
              MOVE WS-NOTICE-DEALER TO NTC-HDR-DEALER-ID
              MOVE WS-FILE-DATE     TO NTC-HDR-FILE-DATE
              MOVE WS-FILE-SEQ      TO NTC-HDR-FILE-SEQ
              MOVE WS-SEND-MODE     TO NTC-HDR-SEND-MODE
              WRITE NOTICE-HEADER
              PERFORM VARYING WS-EVT-SUB FROM 1 BY 1
                 UNTIL WS-EVT-SUB > WS-EVT-COUNT
                 IF TABLE-EVT-DEALER (WS-EVT-SUB) = WS-NOTICE-DEALER
                    PERFORM 3600-WRITE-NOTICE-DETAIL
                 END-IF
              END-PERFORM
              MOVE SPACES              TO NOTICE-TRAILER
              MOVE "TRL"               TO NTC-TRL-ID
              MOVE WS-NTC-DETAIL-COUNT TO NTC-TRL-COUNT
              MOVE WS-NTC-ACCEPTED     TO NTC-TRL-ACCEPTED
              MOVE WS-NTC-DATE-CHANGES TO NTC-TRL-DATE-CHANGES
              MOVE WS-NTC-CANCELLED    TO NTC-TRL-CANCELLED
              MOVE WS-NTC-SHIPPED      TO NTC-TRL-SHIPPED
              MOVE WS-NTC-ORDER-HASH   TO NTC-TRL-ORDER-HASH
              WRITE NOTICE-TRAILER
              CLOSE NOTICE-FILE
              SET NOTICE-WAS-WRITTEN TO TRUE
              ADD 1 TO WS-FILES-WRITTEN
              ADD WS-NTC-DETAIL-COUNT TO WS-DETAILS-SENT
              DISPLAY "DLRNTCRB: DEALER " WS-NOTICE-DEALER " - "
                  WS-NTC-DETAIL-COUNT " EVENTS TO "
                  FUNCTION TRIM(WS-NOTICE-PATH)
           END-IF.

       3600-WRITE-NOTICE-DETAIL.
           MOVE SPACES TO NOTICE-RECORD.
           MOVE "DTL"  TO NTC-RECORD-ID.
           MOVE TABLE-EVT-DETAIL (WS-EVT-SUB) TO NTC-DETAIL.
           WRITE NOTICE-RECORD.
           ADD 1 TO WS-NTC-DETAIL-COUNT.
           EVALUATE NTC-EVENT-TYPE
              WHEN "AC"
                 ADD 1 TO WS-NTC-ACCEPTED
              WHEN "PD"
                 ADD 1 TO WS-NTC-DATE-CHANGES
              WHEN "CN"
                 ADD 1 TO WS-NTC-CANCELLED
              WHEN "SH"
                 ADD 1 TO WS-NTC-SHIPPED
           END-EVALUATE.
           IF NTC-ORDER-NUMBER IS NUMERIC
              MOVE NTC-ORDER-NUMBER TO WS-HASH-ORDER-NUMBER
              ADD WS-HASH-ORDER-NUMBER TO WS-NTC-ORDER-HASH
           END-IF.

       3900-LOG-SENT-FILE.
           MOVE WS-RUN-CCYYMMDD     TO SNT-RUN-DATE.
           MOVE WS-RUN-TIME         TO SNT-RUN-TIME.
           MOVE WS-SEND-MODE        TO SNT-SEND-MODE.
           MOVE WS-NOTICE-DEALER    TO SNT-DEALER-ID.
           MOVE WS-FILE-DATE        TO SNT-FILE-DATE.
           MOVE WS-FILE-SEQ         TO SNT-FILE-SEQ.
           MOVE WS-NTC-DETAIL-COUNT TO SNT-DETAIL-COUNT.
           MOVE WS-NTC-ORDER-HASH   TO SNT-ORDER-HASH.
           MOVE WS-NOTICE-PATH      TO SNT-NOTICE-PATH.
           MOVE WS-EVENT-ARCHIVE-PATH TO SNT-EVENT-ARCHIVE.
           WRITE SENT-LOG-RECORD.

       4000-SET-EVENTS-ASIDE.
      * THE SENT EVENTS ARE RENAMED ASIDE SO THE NEXT EVENT QUEUED
      * STARTS A FRESH FILE AND NOTHING GOES OUT TWICE - UNLESS A
      * DEALER'S FILE FAILED, WHEN EVERYTHING STAYS PENDING FOR THE
      * NEXT RUN RATHER THAN LOSE THAT DEALER'S EVENTS.
           IF A-NOTICE-FAILED
              DISPLAY "DLRNTCRB: NOT EVERY NOTICE FILE WAS WRITTEN - "
                  "EVENTS LEFT PENDING FOR THE NEXT RUN"
              MOVE 16 TO RETURN-CODE
           ELSE
           IF EVENTS-FILE-FOUND
              CALL "CBL_RENAME_FILE" USING WS-EVENT-FILE-PATH
                                           WS-EVENT-ARCHIVE-PATH
                   RETURNING WS-RENAME-RESULT
              IF WS-RENAME-RESULT NOT = 0
                 DISPLAY "DLRNTCRB: COULD NOT SET SENT EVENTS ASIDE, "
                     "RESULT = " WS-RENAME-RESULT
                 DISPLAY "DLRNTCRB: MOVE " WS-EVENT-FILE-PATH
                     " ASIDE BY HAND AS " WS-EVENT-ARCHIVE-PATH
                     " BEFORE THE NEXT NOTICE RUN"
                 MOVE 08 TO RETURN-CODE
              END-IF
           END-IF
           END-IF.

       5000-RESEND-NOTICES.
      * REBUILD EACH FILE THE LOG SHOWS SENT THAT DAY FROM THE EVENTS
      * IT WAS BUILT FROM, UNDER ITS ORIGINAL NAME AND RUN NUMBER.  A
      * REBUILT FILE WHOSE TOTALS DIFFER FROM THE LOGGED ONES STILL
      * GOES, BUT IS CALLED OUT.
           IF WS-RSD-COUNT = 0
              DISPLAY "DLRNTCRB: NO NOTICES LOGGED AS SENT ON "
                  WS-RESEND-DATE " - NOTHING RESENT"
              MOVE 04 TO RETURN-CODE
           END-IF.
           PERFORM VARYING WS-RSD-SUB FROM 1 BY 1
              UNTIL WS-RSD-SUB > WS-RSD-COUNT
              PERFORM 5100-RESEND-ONE-NOTICE
           END-PERFORM.

       5100-RESEND-ONE-NOTICE.
           MOVE TABLE-RSD-DEALER (WS-RSD-SUB)      TO WS-NOTICE-DEALER.
           MOVE TABLE-RSD-FILE-DATE (WS-RSD-SUB)   TO WS-FILE-DATE.
           MOVE TABLE-RSD-FILE-SEQ (WS-RSD-SUB)    TO WS-FILE-SEQ.
           MOVE TABLE-RSD-NOTICE-PATH (WS-RSD-SUB) TO WS-NOTICE-PATH.
           MOVE TABLE-RSD-ARCHIVE (WS-RSD-SUB)
             TO WS-EVENT-ARCHIVE-PATH.
           MOVE 0 TO WS-EVT-COUNT.
           MOVE "Y" TO WS-EVENTS-FOUND-SW.
           IF WS-EVENT-ARCHIVE-PATH NOT = SPACES
              MOVE WS-EVENT-ARCHIVE-PATH TO WS-EVENT-READ-PATH
              PERFORM 2500-LOAD-EVENTS
           END-IF.
           IF NOT EVENTS-FILE-FOUND
              DISPLAY "DLRNTCRB: SENT EVENTS "
                  FUNCTION TRIM(WS-EVENT-ARCHIVE-PATH)
                  " NOT FOUND - " FUNCTION TRIM(WS-NOTICE-PATH)
                  " NOT RESENT"
              MOVE 08 TO RETURN-CODE
           ELSE
              PERFORM 3500-WRITE-NOTICE-FILE
              IF NOTICE-WAS-WRITTEN
                 IF WS-NTC-DETAIL-COUNT NOT =
                    TABLE-RSD-COUNT (WS-RSD-SUB)
                    OR WS-NTC-ORDER-HASH NOT =
                       TABLE-RSD-HASH (WS-RSD-SUB)
                    DISPLAY "DLRNTCRB: *** " WS-NOTICE-DEALER
                        " RESEND TOTALS DIFFER FROM THE FIRST "
                        "SENDING - CHECK THE SENT EVENTS ***"
                    IF RETURN-CODE < 04
                       MOVE 04 TO RETURN-CODE
                    END-IF
                 END-IF
                 PERFORM 3900-LOG-SENT-FILE
              ELSE
                 MOVE 08 TO RETURN-CODE
              END-IF
           END-IF.

       9900-WRITE-AUDIT-RECORD.
      * APPEND ONE SUMMARY LINE FOR THIS RUN TO THE SHARED OPERATIONS
      * AUDIT TRAIL, MIRRORING THE PROGRAM TOTALS DISPLAYED ABOVE.
           ACCEPT WS-RUN-TIME FROM TIME.
           MOVE "DLRNTCRB"          TO AUD-PROGRAM-NAME.
           MOVE WS-RUN-DATE         TO AUD-RUN-DATE.
           MOVE WS-RUN-TIME         TO AUD-RUN-TIME.
           MOVE WS-EVENTS-READ      TO AUD-RECORDS-READ.
           MOVE WS-FILES-WRITTEN    TO AUD-RECORDS-WRITTEN.
           MOVE SPACES              TO AUD-KEY-TOTALS.
           IF RESEND-RUN
              MOVE "RESENT FROM "   TO AUD-KEY-TOTALS(1:12)
              MOVE WS-RESEND-DATE   TO AUD-KEY-TOTALS(13:8)
           ELSE
              MOVE "DETAILS="       TO AUD-KEY-TOTALS(1:8)
              MOVE WS-DETAILS-SENT  TO AUD-KEY-TOTALS(9:6)
           END-IF.
           IF RETURN-CODE = 0
              MOVE "OK" TO AUD-COMPLETION-STATUS
           ELSE
              MOVE "ER" TO AUD-COMPLETION-STATUS
           END-IF.
           WRITE AUDIT-TRAIL-RECORD FROM AUDIT-TRAIL-LINE.
