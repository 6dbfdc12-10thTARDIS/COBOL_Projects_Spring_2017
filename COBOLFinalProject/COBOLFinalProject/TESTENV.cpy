      * TESTENV
      * One environment setting for running a program against the
      * scrubbed test data set instead of production.  TSTSETRB
      * writes TESTENV.DAT into the test directory when it builds
      * the set - one line per variable, the master paths pointing at
      * the scrubbed copies and the ACH and positive-pay outputs at
      * test files and test bank values - so a trial run picks up the
      * whole test set by setting every variable on the file.  The
      * operator menu (OPMENURB, option T) loads it that way.
        01 TEST-ENV-LINE.
           05 TEV-VARIABLE           PIC X(40).
           05 FILLER                 PIC X(01) VALUE SPACE.
           05 TEV-VALUE              PIC X(80).
