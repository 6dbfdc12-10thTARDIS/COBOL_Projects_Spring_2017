      * SPLIT) - THE SEQUENCE BYTES KEEP THEM BOTH, THE WAY THE OLD
      * FLAT FILE DID.
               10 PH-KEY-SEQ            PIC X(02).
           05  PH-REC-REST              PIC X(113).

       FD  EXCEPTION-LISTING
           RECORDING MODE IS F
              10 WS-PH-PAY-YY           PIC X(02).
           05 WS-PH-EMP-NUMBER          PIC X(06).
           05 FILLER                    PIC X(09).
           05 WS-PH-PRETAX              PIC 9(03)V99.
           05 WS-PH-POSTTAX             PIC 9(03)V99.
           05 FILLER                    PIC X(48).
           05 WS-PH-TRAN-TYPE           PIC X(01).
           05 FILLER                    PIC X(45).
        01 WS-PH-MONTH.
           05 WS-PH-MONTH-CC            PIC X(02) VALUE "20".
           05 WS-PH-MONTH-YY            PIC X(02).

       1650-TALLY-ONE-CHECK.
           MOVE PH-KEY-EMP-DATE TO WS-PH-REC (1:12).
           MOVE PH-REC-REST     TO WS-PH-REC (13:113).
           MOVE WS-PH-PAY-YY TO WS-PH-MONTH-YY.
           MOVE WS-PH-PAY-MM TO WS-PH-MONTH-MM.
           IF WS-PH-MONTH NOT = WS-RECON-MONTH
                       SUBTRACT 1 FROM TABLE-DED-CHECKS (WS-DED-SUB)
                    WHEN "A"
                       CONTINUE
      * AN OFF-CYCLE BONUS ONLY COUNTS WHEN IT WAS FLAGGED TO TAKE
      * THE RECURRING DEDUCTIONS AND ACTUALLY TOOK SOMETHING.
                    WHEN "B"
                       IF WS-PH-PRETAX IS NUMERIC
                          AND WS-PH-POSTTAX IS NUMERIC
                          AND WS-PH-PRETAX + WS-PH-POSTTAX > 0
                          ADD 1 TO TABLE-DED-CHECKS (WS-DED-SUB)
                       END-IF
                    WHEN OTHER
                       ADD 1 TO TABLE-DED-CHECKS (WS-DED-SUB)
                 END-EVALUATE
