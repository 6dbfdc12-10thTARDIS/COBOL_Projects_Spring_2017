           05  YTD-SSMED                PIC 9(07)V99.
           05  YTD-STATE                PIC 9(07)V99.
           05  YTD-LOCAL                PIC 9(07)V99.
      * SOCIAL SECURITY / MEDICARE SPLIT - ALSO PASSED THROUGH AS ONE
      * BLOCK, SO A RECORD WRITTEN BEFORE THE SPLIT EXISTED GOES BACK
      * OUT BLANK AND PAYRPTRB STILL REBUILDS IT FROM YTD-SSMED.
           05  YTD-FICA-SPLIT.
               10 YTD-SS-WAGES          PIC 9(07)V99.
               10 YTD-SS-TAX            PIC 9(07)V99.
               10 YTD-MED-WAGES         PIC 9(07)V99.
               10 YTD-MED-TAX           PIC 9(07)V99.

       FD  EMPLOYEE-MASTER
           RECORDING MODE IS F
      * WORKERS' COMP CLASS CODE CARRIED SO THE RECORD READS IN
      * WHOLE - THE CLASS-CODE WAGE ACCUMULATION LIVES IN PAYRPTRB.
           05  EMP-COMP-CLASS           PIC X(04).
      * W-4 ELECTIONS CARRIED SO THE RECORD READS IN WHOLE - THE
      * PERCENTAGE-METHOD WITHHOLDING ITSELF LIVES IN PAYRPTRB.
           05  EMP-W4-DATA              PIC X(34).
      * PAY TYPE AND SALARY CARRIED SO THE RECORD READS IN WHOLE -
      * SALARIED PAY ITSELF LIVES IN PAYRPTRB.
           05  EMP-SALARY-DATA          PIC X(11).

       FD  REPL-CHECK-LISTING
           RECORDING MODE IS F
              10 TABLE-YTD-SSMED        PIC 9(07)V99.
              10 TABLE-YTD-STATE        PIC 9(07)V99.
              10 TABLE-YTD-LOCAL        PIC 9(07)V99.
              10 TABLE-YTD-FICA-SPLIT   PIC X(36).

      * EMPLOYEE MASTER TABLE - NAMES FOR THE REPLACEMENT-CHECK
      * LISTING.  GROWS WITH THE MASTER, SAME AS THE YTD TABLE.
                       ELSE
                          MOVE 0 TO TABLE-YTD-LOCAL (WS-YTD-COUNT)
                       END-IF
                       MOVE YTD-FICA-SPLIT TO
                            TABLE-YTD-FICA-SPLIT (WS-YTD-COUNT)
                 END-READ
              END-PERFORM
              CLOSE YTD-MASTER
              MOVE TABLE-YTD-SSMED (WS-YTD-SUB)      TO YTD-SSMED
              MOVE TABLE-YTD-STATE (WS-YTD-SUB)      TO YTD-STATE
              MOVE TABLE-YTD-LOCAL (WS-YTD-SUB)      TO YTD-LOCAL
              MOVE TABLE-YTD-FICA-SPLIT (WS-YTD-SUB) TO YTD-FICA-SPLIT
              WRITE YTD-MASTER-RECORD
           END-PERFORM.
           CLOSE YTD-MASTER.
