           05  EMP-DEPT                 PIC X(04).
      * THE TAIL IS CARRIED SO THE RECORD MATCHES THE INDEXED
      * MASTER'S FIXED LENGTH; ONLY NUMBER, NAME, AND DEPT ARE USED.
           05  FILLER                   PIC X(164).

       FD  PAYROLL-FILE
           RECORDING MODE IS F
