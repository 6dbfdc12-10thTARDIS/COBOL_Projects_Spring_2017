      * JRNLDEF
      * The master change journal (CHGJRNL.DAT) as CHGJRNRB writes it
      * and FWDRCVRB reads it back, and the table of masters that are
      * journaled - shared so the writer and the recovery always
      * agree on a master's name and key.
      *
      * One journal line per changed record, appended in the order
      * the changes were made:
      *   A  add       - after image only
      *   C  change    - before and after images
      *   D  delete    - before image only
      *   T  reset     - the master was rewritten too large to
      *                  journal record by record; every record
      *                  follows as an add
      *   S  snapshot  - SNAPSHRB took set <key> (master SNAPSET)
      *   R  rollback  - ROLLBKRB restored set <key> (master SNAPSET)
      * Stamp date is CCYYMMDD, time HHMMSSCC.
        01 CHANGE-JOURNAL-LINE.
           05 JRL-STAMP-DATE         PIC X(08).
           05 FILLER                 PIC X(01) VALUE SPACE.
           05 JRL-STAMP-TIME         PIC X(08).
           05 FILLER                 PIC X(01) VALUE SPACE.
           05 JRL-PROGRAM-NAME       PIC X(08).
           05 FILLER                 PIC X(01) VALUE SPACE.
           05 JRL-USER-ID            PIC X(08).
           05 FILLER                 PIC X(01) VALUE SPACE.
           05 JRL-MASTER-ID          PIC X(08).
           05 FILLER                 PIC X(01) VALUE SPACE.
           05 JRL-ACTION             PIC X(01).
              88 JRL-ADD                 VALUE "A".
              88 JRL-CHANGE              VALUE "C".
              88 JRL-DELETE              VALUE "D".
              88 JRL-RESET               VALUE "T".
              88 JRL-SNAPSHOT-MARK       VALUE "S".
              88 JRL-ROLLBACK-MARK       VALUE "R".
           05 FILLER                 PIC X(01) VALUE SPACE.
           05 JRL-RECORD-KEY         PIC X(20).
           05 FILLER                 PIC X(01) VALUE SPACE.
           05 JRL-BEFORE-IMAGE       PIC X(200).
           05 JRL-AFTER-IMAGE        PIC X(200).

      * THE JOURNALED MASTERS.  SET NUMBER IS THE MASTER'S PLACE IN
      * THE SNAPSHRB/ROLLBKRB SNAPSHOT SET; ORGANIZATION I IS
      * INDEXED, S LINE SEQUENTIAL.  THE KEY IS ONE OR TWO PIECES OF
      * THE RECORD (POSITION, LENGTH) RUN TOGETHER.
        01 JRL-MASTER-DATA.
           05 FILLER PIC X(21) VALUE "EMPMAST 01I0010600000".
           05 FILLER PIC X(21) VALUE "YTDMAST 02I0010600000".
           05 FILLER PIC X(21) VALUE "QTDMAST 03S0010700000".
           05 FILLER PIC X(21) VALUE "DEDMAST 04I0010900000".
           05 FILLER PIC X(21) VALUE "LEAVEACC05S0010600000".
           05 FILLER PIC X(21) VALUE "ARREARS 06S0010600000".
           05 FILLER PIC X(21) VALUE "PRODLKP 09S0010500000".
           05 FILLER PIC X(21) VALUE "CUSTMAST10S0010600000".
           05 FILLER PIC X(21) VALUE "SHIPTO  11S0010900000".
           05 FILLER PIC X(21) VALUE "SALESLKP12S0010300000".
           05 FILLER PIC X(21) VALUE "CUSTLKP 13S0010600000".
           05 FILLER PIC X(21) VALUE "XREFLKP 14S0010600000".
           05 FILLER PIC X(21) VALUE "ORDERS  15S0310607702".
        01 JRL-MASTER-TABLE REDEFINES JRL-MASTER-DATA.
           05 JRL-MASTER-ENTRY OCCURS 13 TIMES.
              10 JRL-MST-ID             PIC X(08).
              10 JRL-MST-SET-NUMBER     PIC 9(02).
              10 JRL-MST-ORGANIZATION   PIC X(01).
                 88 JRL-MST-INDEXED        VALUE "I".
              10 JRL-MST-KEY-POS-1      PIC 9(03).
              10 JRL-MST-KEY-LEN-1      PIC 9(02).
              10 JRL-MST-KEY-POS-2      PIC 9(03).
              10 JRL-MST-KEY-LEN-2      PIC 9(02).
        01 JRL-MASTER-COUNT             PIC 9(02) COMP VALUE 13.
