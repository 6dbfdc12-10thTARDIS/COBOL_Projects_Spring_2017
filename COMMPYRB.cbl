      * MATCHED.  IDS WITH NO EMPLOYEE BEHIND THEM GO TO AN
      * EXCEPTION LISTING INSTEAD OF BEING SILENTLY SKIPPED - THOSE
      * ARE THE OUTSIDE REPS.
      * A CHARGEBACK (TYPE C, FROM COMCOLRB - COMMISSION ALREADY PAID
      * ON AN INVOICE WRITTEN OFF OR LEFT UNPAID PAST 120 DAYS) TAKES
      * THE MONEY BACK: A MINUS ADJUSTMENT (REASON CB) FOR AN
      * EMPLOYEE, OR A REDUCING LINE ON AN OUTSIDE REP'S 1099
      * ACCUMULATION.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           05  COM-SALES-NAME           PIC X(15).
           05  COM-SALES-AMOUNT         PIC 9(06)V99.
           05  COM-COMMISSION           PIC 9(06)V99.
           05  COM-ENTRY-TYPE           PIC X(01).
               88 COM-CHARGEBACK           VALUE "C".

       FD  PAYROLL-FILE-OUT
           RECORDING MODE IS F
           05  ACC-PAY-DATE             PIC X(08).
           05  ACC-SALES-ID             PIC X(03).
           05  ACC-AMOUNT               PIC 9(08)V99.
      * C IS A COMMISSION CHARGEBACK - IT REDUCES THE YEAR'S TOTAL.
           05  ACC-ENTRY-TYPE           PIC X(01).
               88 ACC-CHARGEBACK           VALUE "C".

       FD  EXCEPTION-LISTING
           RECORDING MODE IS F
        01 WS-ADJUSTMENTS-WRITTEN       PIC 9(04) VALUE 0.
        01 WS-UNMATCHED-IDS             PIC 9(04) VALUE 0.
        01 WS-TOTAL-PAID                PIC 9(08)V99 VALUE 0.
        01 WS-TOTAL-CHARGED-BACK        PIC 9(08)V99 VALUE 0.
        01 WS-CHARGEBACKS-READ          PIC 9(04) VALUE 0.
        01 WS-PAID-FORMAT               PIC $ZZZ,ZZ9.99.
        01 WS-COMM-REMAINING            PIC 9(06)V99 VALUE 0.
        01 WS-RUN-DATE                  PIC X(08).
           display "POSTED TO 1099 ACCUM:        " WS-1099-POSTED.
           MOVE WS-TOTAL-PAID TO WS-PAID-FORMAT.
           display "COMMISSION TO PAYROLL: " WS-PAID-FORMAT.
           display "CHARGEBACKS READ:            " WS-CHARGEBACKS-READ.
           MOVE WS-TOTAL-CHARGED-BACK TO WS-PAID-FORMAT.
           display "CHARGED BACK:          " WS-PAID-FORMAT.
           MOVE WS-TOTAL-PAID TO WS-PAID-FORMAT.

           PERFORM 9900-WRITE-AUDIT-RECORD.

           MOVE COM-SALES-ID   TO DTL-SALES-ID.
           MOVE COM-SALES-NAME TO DTL-SALES-NAME.
           MOVE COM-COMMISSION TO DTL-COMMISSION.
           IF COM-CHARGEBACK
              ADD 1 TO WS-CHARGEBACKS-READ
           END-IF.
           IF COM-COMMISSION = 0
              MOVE "ZERO COMMISSION - SKIPPED" TO DTL-DISPOSITION
              PERFORM 7500-WRITE-LISTING-LINE
              IF SUCESSFUL-LOOKUP
                 MOVE WS-EMP-NUMBER TO DTL-EMP-NUM
                 PERFORM 4000-WRITE-ADJUSTMENTS
                 IF COM-CHARGEBACK
                    MOVE "CHARGEBACK(S) WRITTEN (CB)"
                      TO DTL-DISPOSITION
                 ELSE
                    MOVE "ADJUSTMENT(S) WRITTEN (CM)"
                      TO DTL-DISPOSITION
                 END-IF
              ELSE
      * NO EMPLOYEE BEHIND THE ID MEANS AN OUTSIDE REP - THE
      * PAYMENT ACCUMULATES TOWARD A 1099-NEC INSTEAD OF PAYROLL.
                 ADD 1 TO WS-UNMATCHED-IDS
                 PERFORM 4500-POST-TO-1099
                 IF COM-CHARGEBACK
                    MOVE "OUTSIDE REP - 1099 CHARGEBACK"
                      TO DTL-DISPOSITION
                 ELSE
                    MOVE "OUTSIDE REP - POSTED TO 1099"
                      TO DTL-DISPOSITION
                 END-IF
              END-IF
              PERFORM 7500-WRITE-LISTING-LINE
           END-IF.
              MOVE "0"   TO PAYROLL-EMP-DEDUCTIONS
              MOVE "W"   TO PAYROLL-EMP-FREQUENCY
              MOVE "A"   TO PAYROLL-TRAN-TYPE
              IF COM-CHARGEBACK
                 MOVE "-" TO PAYROLL-ADJ-SIGN
              ELSE
                 MOVE "+" TO PAYROLL-ADJ-SIGN
              END-IF
              IF WS-COMM-REMAINING > 99999.99
                 MOVE 99999.99 TO PAYROLL-ADJ-AMOUNT
                 SUBTRACT 99999.99 FROM WS-COMM-REMAINING
                 MOVE 0 TO WS-COMM-REMAINING
              END-IF
              MOVE "CM"  TO PAYROLL-ADJ-REASON
              IF COM-CHARGEBACK
                 MOVE "CB" TO PAYROLL-ADJ-REASON
              END-IF
              WRITE PAYROLL-REC-IN
              IF GOOD-PAYROLL-FILE-WRITE
                 ADD 1 TO WS-ADJUSTMENTS-WRITTEN
                 IF COM-CHARGEBACK
                    ADD PAYROLL-ADJ-AMOUNT TO WS-TOTAL-CHARGED-BACK
                 ELSE
                    ADD PAYROLL-ADJ-AMOUNT TO WS-TOTAL-PAID
                 END-IF
              ELSE
                 DISPLAY "BAD WRITE - FILE STATUS: "
                     WS-PAYROLL-FILE-OUT-STATUS
           MOVE WS-RUN-DATE (1:6) TO ACC-PAY-DATE (3:6).
           MOVE COM-SALES-ID      TO ACC-SALES-ID.
           MOVE COM-COMMISSION    TO ACC-AMOUNT.
           IF COM-CHARGEBACK
              MOVE "C"            TO ACC-ENTRY-TYPE
              ADD COM-COMMISSION  TO WS-TOTAL-CHARGED-BACK
           ELSE
              ADD COM-COMMISSION  TO WS-1099-DOLLARS
           END-IF.
           WRITE ACC-1099-RECORD.
           ADD 1 TO WS-1099-POSTED.

       7500-WRITE-LISTING-LINE.
           add 1 to WS-LINE-COUNT.
           MOVE SPACES              TO AUD-KEY-TOTALS.
           MOVE "PAID="             TO AUD-KEY-TOTALS(1:5).
           MOVE WS-PAID-FORMAT      TO AUD-KEY-TOTALS(6:11).
           MOVE " CB="              TO AUD-KEY-TOTALS(17:4).
           MOVE WS-CHARGEBACKS-READ TO AUD-KEY-TOTALS(21:4).
           IF RETURN-CODE = 0
              MOVE "OK" TO AUD-COMPLETION-STATUS
           ELSE
