           05  QTD-SSMED                PIC 9(07)V99.
           05  QTD-STATE                PIC 9(07)V99.
           05  QTD-LOCAL                PIC 9(07)V99.
           05  QTD-SS-WAGES             PIC 9(07)V99.
           05  QTD-SS-TAX               PIC 9(07)V99.
           05  QTD-MED-WAGES            PIC 9(07)V99.
           05  QTD-MED-TAX              PIC 9(07)V99.
           05  QTD-ADDL-MED-WAGES       PIC 9(07)V99.

       FD  EMPLOYEE-MASTER
           RECORDING MODE IS F
           05  EMP-PRENOTE-DATE         PIC X(08).
           05  EMP-LOCALITY             PIC X(04).
           05  EMP-COMP-CLASS           PIC X(04).
           05  EMP-W4-DATA              PIC X(34).
           05  EMP-SALARY-DATA          PIC X(11).

       FD  STATE-WAGE-FILE
           RECORDING MODE IS F
