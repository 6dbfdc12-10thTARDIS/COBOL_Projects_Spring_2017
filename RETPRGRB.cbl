               10 OLDH-RUN-DATE         PIC X(08).
               10 OLDH-KEY-EMP-DATE     PIC X(12).
               10 OLDH-KEY-SEQ          PIC X(02).
           05  OLDH-REC-REST            PIC X(113).

       FD  NEW-HIST-FILE
           RECORDING MODE IS F
           DATA RECORD IS NEW-HIST-RECORD.
       01 NEW-HIST-RECORD.
           05  NEWH-KEY                 PIC X(22).
           05  NEWH-REC-REST            PIC X(113).

       FD  OLD-LOG-FILE
           RECORDING MODE IS F
       FD  HIST-ARCHIVE-FILE
           RECORDING MODE IS F
           DATA RECORD IS HIST-ARCHIVE-RECORD.
       01 HIST-ARCHIVE-RECORD            PIC X(135).

       FD  LOG-ARCHIVE-FILE
           RECORDING MODE IS F
