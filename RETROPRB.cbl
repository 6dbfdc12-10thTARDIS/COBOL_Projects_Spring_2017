      * SPLIT) - THE SEQUENCE BYTES KEEP THEM BOTH, THE WAY THE OLD
      * FLAT FILE DID.
               10 PH-KEY-SEQ            PIC X(02).
           05  PH-REC-REST              PIC X(113).

       FD  PAYROLL-FILE-OUT
           RECORDING MODE IS F
           05  EMP-PAY-FREQUENCY        PIC X(01).
      * THE TAIL IS CARRIED SO THE RECORD MATCHES THE INDEXED
      * MASTER'S FIXED LENGTH; ONLY NUMBER AND FREQUENCY ARE USED.
           05  FILLER                   PIC X(119).

       FD  PAYROLL-CONTROL-FILE
           RECORDING MODE IS F
           DATA RECORD IS PAYROLL-CONTROL-RECORD.
       01 PAYROLL-CONTROL-RECORD         PIC X(156).

       FD  AUDIT-TRAIL-FILE
           RECORDING MODE IS F
           05 WS-PH-DEDUCTIONS          PIC X(01).
           05 WS-PH-PRETAX              PIC 9(03)V99.
           05 WS-PH-POSTTAX             PIC 9(03)V99.
           05 WS-PH-CALCS               PIC X(48).
           05 WS-PH-TRAN-TYPE           PIC X(01).
           05 WS-PH-ADJ-SIGN            PIC X(01).
           05 WS-PH-ADJ-AMOUNT          PIC X(07).
      * CARRIED BUT NOT RECALCULATED HERE.
           05 WS-PH-DIF-HOURS           PIC X(04).
           05 WS-PH-DIF-RATE            PIC X(03).
           05 WS-PH-SS-TAX              PIC X(08).
           05 WS-PH-MED-TAX             PIC X(08).
        01 WS-PH-PAY-CCYYMMDD.
           05 WS-PH-CC                  PIC X(02) VALUE "20".
           05 WS-PH-YY                  PIC X(02).
      * GET A RETRO DIFFERENCE - VOIDS AND ADJUSTMENTS CARRIED THEIR
      * OWN CORRECTIONS ALREADY.
           MOVE PH-KEY-EMP-DATE TO WS-PH-REC (1:12).
           MOVE PH-REC-REST     TO WS-PH-REC (13:113).
           PERFORM VARYING WS-RCH-SUB FROM 1 BY 1
              UNTIL WS-RCH-SUB > WS-RCH-COUNT
                 OR TABLE-RCH-EMP (WS-RCH-SUB) = WS-PH-EMP-NUMBER
