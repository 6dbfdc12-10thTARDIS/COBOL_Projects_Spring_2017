      * IS EXCLUDED AND FLAGGED - THOSE DOLLARS BELONG ON A W-2,
      * NOT A 1099.  A PAYEE MISSING FROM THE MASTER OR UNDER THE
      * $600 REPORTING MINIMUM IS PRINTED AND FLAGGED, NOT DROPPED.
      * A COMMISSION CHARGEBACK (ENTRY TYPE C) COMES OFF THE REP'S
      * YEAR; ONE THAT TAKES BACK MORE THAN THE YEAR PAID LEAVES
      * NOTHING TO REPORT AND IS FLAGGED FOR A LOOK.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           05  ACC-PAY-DATE             PIC X(08).
           05  ACC-SALES-ID             PIC X(03).
           05  ACC-AMOUNT               PIC 9(08)V99.
           05  ACC-ENTRY-TYPE           PIC X(01).
               88 ACC-CHARGEBACK           VALUE "C".

       FD  PAYEE-MASTER-FILE
           RECORDING MODE IS F
           05 WS-PAYEE-ENTRY OCCURS 0 TO 300 TIMES
                DEPENDING ON WS-PAYEE-COUNT.
              10 TABLE-PYE-SALES-ID     PIC X(03).
              10 TABLE-PYE-TOTAL        PIC S9(09)V99.
        01 WS-PAYEE-SUB                 PIC 9(03) COMP VALUE 0.

      * THE PAYEE MASTER, LOADED AT STARTUP.
                 MOVE 0 TO TABLE-PYE-TOTAL (WS-PAYEE-COUNT)
                 MOVE WS-PAYEE-COUNT TO WS-PAYEE-SUB
              END-IF
              IF ACC-CHARGEBACK
                 SUBTRACT ACC-AMOUNT FROM
                          TABLE-PYE-TOTAL (WS-PAYEE-SUB)
              ELSE
                 ADD ACC-AMOUNT TO TABLE-PYE-TOTAL (WS-PAYEE-SUB)
              END-IF
           END-IF.

       7000-PRINT-ONE-PAYEE.
           MOVE SPACES TO DETAIL-LINE-NEC.
           MOVE SPACE  TO DTL-CC.
           MOVE TABLE-PYE-SALES-ID (WS-PAYEE-SUB) TO DTL-SALES-ID.
           IF TABLE-PYE-TOTAL (WS-PAYEE-SUB) < 0
              MOVE 0 TO DTL-AMOUNT
           ELSE
              MOVE TABLE-PYE-TOTAL (WS-PAYEE-SUB) TO DTL-AMOUNT
           END-IF.
      * AN EMPLOYEE LINK TRUMPS EVERYTHING - FLAG AND DON'T COUNT.
           MOVE "N" TO WS-ON-PAYROLL-SW.
           PERFORM VARYING WS-XREF-SUB FROM 1 BY 1
           ELSE
              PERFORM 7200-FIND-PAYEE-MASTER
              ADD 1 TO WS-PAYEES-PRINTED
              IF TABLE-PYE-TOTAL (WS-PAYEE-SUB) < 0
                 MOVE "CHARGEBACKS EXCEED PAYMENTS" TO DTL-NOTE
              ELSE
                 ADD TABLE-PYE-TOTAL (WS-PAYEE-SUB) TO WS-TOTAL-NEC
              END-IF
              IF DTL-NOTE = SPACES
                 AND TABLE-PYE-TOTAL (WS-PAYEE-SUB) < 600.00
                 MOVE "BELOW 600.00 MINIMUM" TO DTL-NOTE
