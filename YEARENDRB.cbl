000700*     1) PAYRPTRB  - THE YEAR'S FINAL PAYROLL RUN
000800*     2) QTRSUMRB  - THE CLOSING QUARTER'S 941 SUMMARY
000900*     3) W2SUMRB   - THE W-2 SUMMARY AND EFW2 SUBMISSION
000950*     4) W2PRTRB   - THE EMPLOYEE W-2 COPIES, IN ZIP CODE ORDER
001000*     5) YTDCLSRB  - THE YTD YEAR-CLOSE (ARCHIVE AND RESET)
001100* LIKE NITERUNRB, EACH STEP'S RETURN-CODE IS CHECKED AND THE
001200* CHAIN STOPS AT THE FIRST FAILURE, SO A BAD FINAL PAYROLL CAN
001300* NEVER BE FOLLOWED BY A YEAR-CLOSE THAT ARCHIVES IT.
006600        GOBACK
006700     END-IF.
006800
006810     MOVE "W2PRTRB"      TO WS-STEP-NAME.
006820     CALL "W2PRTRB".
006830     PERFORM 0100-CHECK-STEP.
006840     IF WS-STEP-RETURN-CODE NOT = 0
006850        GOBACK
006860     END-IF.
006870
006900     MOVE "YTDCLSRB"     TO WS-STEP-NAME.
007000     CALL "YTDCLSRB".
007100     PERFORM 0100-CHECK-STEP.
