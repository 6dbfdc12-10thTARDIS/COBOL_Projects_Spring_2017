                 PERFORM 5000-NEXT-BUSINESS-DAY
              WHEN DFN-FISCAL-PERIOD-OF
                 PERFORM 6000-FISCAL-PERIOD
              WHEN DFN-FISCAL-BOUNDS-OF
                 PERFORM 6000-FISCAL-PERIOD
              WHEN DFN-ADD-CALENDAR-DAYS
                 PERFORM 7000-ADD-CALENDAR-DAYS
              WHEN DFN-DAY-OF-WEEK
                 PERFORM 8000-DAY-OF-WEEK
              WHEN OTHER
                 MOVE "E" TO DFN-STATUS
           END-EVALUATE.
                   AND DFN-DATE-1 NOT > TABLE-FSC-END (WS-FSC-SUB)
                  MOVE TABLE-FSC-PERIOD (WS-FSC-SUB)
                    TO DFN-FISCAL-PERIOD
                  IF DFN-FISCAL-BOUNDS-OF
                    MOVE TABLE-FSC-START (WS-FSC-SUB) TO DFN-DATE-2
                    MOVE TABLE-FSC-END (WS-FSC-SUB)
                      TO DFN-RESULT-DATE
                  END-IF
                  MOVE "0" TO DFN-STATUS
                END-IF
              END-PERFORM
              MOVE WS-SCAN-DATE TO DFN-RESULT-DATE
           END-IF.

       7000-ADD-CALENDAR-DAYS.
      * PLAIN CALENDAR ARITHMETIC - WEEKENDS AND HOLIDAYS COUNT.
           PERFORM 0900-EDIT-DATE-1.
           IF DFN-OK
              COMPUTE WS-SCAN-DATE-INT =
                  FUNCTION INTEGER-OF-DATE (DFN-DATE-1)
                  + DFN-DAY-COUNT
              COMPUTE DFN-RESULT-DATE =
                  FUNCTION DATE-OF-INTEGER (WS-SCAN-DATE-INT)
           END-IF.

       8000-DAY-OF-WEEK.
      * MOD 7 OF THE INTEGER DATE IS 0 FOR SUNDAY THROUGH 6 FOR
      * SATURDAY; SUNDAY IS ANSWERED AS 7 SO THE WEEK RUNS MONDAY 1
      * THROUGH SUNDAY 7.
           PERFORM 0900-EDIT-DATE-1.
           IF DFN-OK
              COMPUTE WS-SCAN-DATE-INT =
                  FUNCTION INTEGER-OF-DATE (DFN-DATE-1)
              COMPUTE WS-SCAN-DOW = FUNCTION MOD (WS-SCAN-DATE-INT, 7)
              IF WS-SCAN-DOW = 0
                 MOVE 7 TO DFN-DAY-COUNT
              ELSE
                 MOVE WS-SCAN-DOW TO DFN-DAY-COUNT
              END-IF
           END-IF.

       0210-CHECK-BUSINESS-DAY.
      * A BUSINESS DAY IS NEITHER A WEEKEND (MOD 7 OF THE INTEGER
      * DATE IS 0 FOR SUNDAY OR 6 FOR SATURDAY) NOR A DATE LISTED IN
