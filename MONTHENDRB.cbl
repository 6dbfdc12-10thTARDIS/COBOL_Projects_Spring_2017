000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    MONTHENDRB.
000300 AUTHOR.        RYAN BROOKS
000400
000500* MONTH-END JOB STREAM.  CHAINS THE MONTH-END STEPS IN THE
000600* ORDER THE BOOKS NEED THEM:
000700*     1) ARAGERB   - THE RECEIVABLES AGING AT MONTH END
000800*     2) INVVALRB  - THE INVENTORY VALUATION AT MONTH END
000900*     3) PAYACRRB  - THE MONTH-END PAYROLL ACCRUAL (AND ITS
001000*                    REVERSAL INTO THE NEXT PERIOD)
001010*     4) BENRECRB  - RECONCILES THE BENEFITS CARRIER'S INVOICE
001020*                    FOR THE MONTH TO THE DEDUCTIONS TAKEN
001030*                    (NOTHING POSTS - ITS EXCEPTION LISTING
001040*                    GOES IN THE PACKAGE)
001100*     5) GLJRNLRB  - GENERATES THE PERIOD'S RECURRING JOURNALS
001200*                    (KEYED JOURNALS ARE LEFT FOR THEIR OWN,
001300*                    SIGNED-ON AND APPROVED RUN)
001400*     6) GLPOSTRB  - POSTS EVERYTHING WAITING ON GLPOST.DAT,
001500*                    THE ACCRUAL AND RECURRING JOURNALS INCLUDED
001600*     7) GLTBALRB  - THE PERIOD'S TRIAL BALANCE
001700*     8) GLSTMTRB  - THE INCOME STATEMENT AND BALANCE SHEET
001800*     9) GLBVARRB  - BUDGET VERSUS ACTUAL
001900*    10) GLPCLSRB  - CLOSES THE FISCAL PERIOD
002000* THE CLOSE IS LAST ON PURPOSE: ONCE IT RUNS, GLPOSTRB SENDS
002100* ANY LINE DATED INTO THE PERIOD TO ITS SUSPENSE LISTING, SO
002200* NOTHING MAY CLOSE UNTIL EVERY STEP AHEAD OF IT HAS POSTED
002300* AND PROVED.  AN OUT-OF-BALANCE TRIAL BALANCE (RETURN-CODE
002400* 8) STOPS THE CHAIN AND THE PERIOD STAYS OPEN FOR CORRECTION.
002500*
002600* THE PERIOD BEING CLOSED IS THE FISCAL PERIOD CONTAINING THE
002700* AS-OF DATE - MONTHENDRB-AS-OF-DATE (CCYYMMDD), DEFAULTING
002800* TO TODAY.  SET IT TO THE LAST DAY OF THE MONTH WHEN THE
002900* CHAIN RUNS AFTER THE MONTH HAS TURNED.  THE DRIVER HANDS THE
003000* PERIOD, MONTH OR DATE TO EACH STEP THROUGH THAT STEP'S OWN
003100* ENVIRONMENT VARIABLES - THE AGING, VALUATION AND ACCRUAL ARE
003110* AS OF THE AS-OF DATE, THE BENEFITS RECONCILIATION IS FOR ITS
003120* MONTH AND THE LEDGER STEPS ARE FOR THE PERIOD - SO EVERY
003130* REPORT IN THE PACKAGE IS FOR THE SAME PERIOD.  (THE
003140* VALUATION PRICES THE ON-HAND QUANTITIES ON FILE WHEN IT RUNS,
003150* SO RUN THE CHAIN BEFORE ANY OF THE NEW MONTH'S RECEIVING OR
003160* SHIPPING.)  SET MONTHENDRB-SKIP-ACCRUAL=Y WHEN THE
003200* MONTH ENDED ON A PAY DATE AND THERE IS NOTHING TO ACCRUE.
003300* SET MONTHENDRB-SKIP-BENREC=Y WHEN THE CARRIER'S INVOICE FOR
003310* THE MONTH HAS NOT ARRIVED YET.
003400*
003500* RUN CONTROL AND RESTART WORK AS IN NITERUNRB, KEYED ON THE
003600* FISCAL PERIOD INSTEAD OF THE BUSINESS DATE: A STEP ALREADY
003700* RECORDED AS COMPLETE WITH RETURN-CODE ZERO FOR THE PERIOD IS
003800* SKIPPED ON A RESTART, SO A RERUN AFTER A FAILED TRIAL
003900* BALANCE DOES NOT ACCRUE PAYROLL TWICE.  SET
004000* MONTHENDRB-FORCE-RERUN=Y FOR A FROM-THE-TOP RERUN.
004100*
004200* EACH CALLED PROGRAM MUST BE COMPILED AND LINKED AS A CALLABLE
004300* SUBPROGRAM AND VISIBLE ON COB_LIBRARY_PATH (OR IN THE CURRENT
004400* DIRECTORY) WHEN THIS DRIVER IS RUN.
004500
004600 ENVIRONMENT DIVISION.
004700 CONFIGURATION SECTION.
004800 INPUT-OUTPUT SECTION.
004900 FILE-CONTROL.
005000     SELECT RUN-CONTROL-FILE ASSIGN DYNAMIC
005100           WS-RUN-CONTROL-PATH
005200       ORGANIZATION IS LINE SEQUENTIAL
005300       FILE STATUS IS WS-RUN-CONTROL-STATUS.
005400
005500 DATA DIVISION.
005600 FILE SECTION.
005700 FD  RUN-CONTROL-FILE
005800     RECORDING MODE IS F
005900     DATA RECORD IS RUN-CONTROL-RECORD.
006000 01 RUN-CONTROL-RECORD.
006100    05 RC-FISCAL-PERIOD         PIC X(06).
006200    05 RC-STEP-NAME             PIC X(10).
006300    05 RC-RECORD-TYPE           PIC X(01).
006400       88 RC-STEP-STARTED          VALUE "S".
006500       88 RC-STEP-ENDED            VALUE "E".
006600    05 RC-STAMP-TIME            PIC X(08).
006700    05 RC-RETURN-CODE           PIC 9(04).
006800
006900 WORKING-STORAGE SECTION.
007000 01 WS-RUN-CONTROL-PATH      PIC X(80)
007100   VALUE "C:\Users\Ryan\Desktop\MONTHEND.CTL".
007200 01 WS-ENV-PATH-OVERRIDE     PIC X(80).
007300 01 WS-RUN-CONTROL-STATUS    PIC X(02).
007400    88 RUN-CONTROL-FILE-OK      VALUE "00".
007500    88 END-OF-RUN-CONTROL       VALUE "10".
007600    88 GOOD-RUN-CONTROL-WRITE   VALUE "00".
007700 01 WS-STEP-NAME             PIC X(20).
007800 01 WS-STEP-RETURN-CODE      PIC S9(04) VALUE 0.
007900 01 WS-RUN-DATE              PIC X(06) VALUE SPACES.
008000 01 WS-AS-OF-DATE            PIC X(08) VALUE SPACES.
008100 01 WS-CLOSE-PERIOD          PIC X(06) VALUE SPACES.
008200 01 WS-STAMP-TIME            PIC 9(08) VALUE 0.
008300 01 WS-FORCE-RERUN-SW        PIC X(01) VALUE "N".
008400    88 FORCE-FROM-THE-TOP       VALUE "Y".
008500 01 WS-SKIP-ACCRUAL-SW       PIC X(01) VALUE "N".
008600    88 SKIP-PAYROLL-ACCRUAL     VALUE "Y".
008610 01 WS-SKIP-BENREC-SW        PIC X(01) VALUE "N".
008620    88 SKIP-BENEFITS-RECON      VALUE "Y".
008700 01 WS-STEP-DONE-SW          PIC X(01) VALUE "N".
008800    88 STEP-ALREADY-DONE        VALUE "Y".
008900 01 WS-ENV-STAGING           PIC X(10) VALUE SPACES.
009000 COPY "DATEFUN.cpy".
009100* COMPLETED STEPS ALREADY ON THE RUN-CONTROL FILE FOR THIS
009200* FISCAL PERIOD:
009300 01 WS-DONE-COUNT            PIC 9(02) VALUE 0.
009400 01 WS-DONE-SUB              PIC 9(02) VALUE 0.
009500 01 WS-DONE-STEP-ENTRY OCCURS 20 TIMES PIC X(10).
009600
009700 PROCEDURE DIVISION.
009800 0000-MAINLINE.
009900     DISPLAY "MONTHENDRB: MONTH-END JOB STREAM START".
010000     ACCEPT WS-ENV-PATH-OVERRIDE FROM ENVIRONMENT
010100          "MONTHENDRB-RUN-CONTROL".
010200     IF WS-ENV-PATH-OVERRIDE NOT = SPACES
010300        MOVE WS-ENV-PATH-OVERRIDE TO WS-RUN-CONTROL-PATH
010400     END-IF.
010500     PERFORM 0025-SET-CLOSE-PERIOD.
010600     ACCEPT WS-ENV-STAGING FROM ENVIRONMENT
010700          "MONTHENDRB-FORCE-RERUN".
010800     IF WS-ENV-STAGING (1:1) = "Y"
010900        SET FORCE-FROM-THE-TOP TO TRUE
011000        DISPLAY "MONTHENDRB: FORCE-RERUN SET - PRIOR RUN "
011100            "CONTROL FOR " WS-CLOSE-PERIOD " IGNORED"
011200     END-IF.
011300     MOVE SPACES TO WS-ENV-STAGING.
011400     ACCEPT WS-ENV-STAGING FROM ENVIRONMENT
011500          "MONTHENDRB-SKIP-ACCRUAL".
011600     IF WS-ENV-STAGING (1:1) = "Y"
011700        SET SKIP-PAYROLL-ACCRUAL TO TRUE
011800        DISPLAY "MONTHENDRB: PAYROLL ACCRUAL STEP SKIPPED BY "
011900            "OPERATOR REQUEST"
012000     END-IF.
012010     MOVE SPACES TO WS-ENV-STAGING.
012020     ACCEPT WS-ENV-STAGING FROM ENVIRONMENT
012030          "MONTHENDRB-SKIP-BENREC".
012040     IF WS-ENV-STAGING (1:1) = "Y"
012050        SET SKIP-BENEFITS-RECON TO TRUE
012060        DISPLAY "MONTHENDRB: BENEFITS RECONCILIATION STEP "
012070            "SKIPPED BY OPERATOR REQUEST"
012080     END-IF.
012100     PERFORM 0050-LOAD-RUN-CONTROL THRU 0050-EXIT.
012200
012300* EVERY STEP REPORTS ON THE PERIOD BEING CLOSED.
012310     SET ENVIRONMENT "ARAGERB-AS-OF-DATE"  TO WS-AS-OF-DATE.
012320     SET ENVIRONMENT "INVVALRB-AS-OF-DATE" TO WS-AS-OF-DATE.
012400     SET ENVIRONMENT "PAYACRRB-AS-OF-DATE" TO WS-AS-OF-DATE.
012410     SET ENVIRONMENT "BENRECRB-MONTH"      TO WS-AS-OF-DATE (1:6).
012500     SET ENVIRONMENT "GLJRNLRB-PERIOD"     TO WS-CLOSE-PERIOD.
012600     SET ENVIRONMENT "GLJRNLRB-RECURRING-ONLY" TO "Y".
012700     SET ENVIRONMENT "GLTBALRB-PERIOD"     TO WS-CLOSE-PERIOD.
012800     SET ENVIRONMENT "GLSTMTRB-PERIOD"     TO WS-CLOSE-PERIOD.
012900     SET ENVIRONMENT "GLBVARRB-PERIOD"     TO WS-CLOSE-PERIOD.
013000     SET ENVIRONMENT "GLPCLSRB-PERIOD"     TO WS-CLOSE-PERIOD.
013100     SET ENVIRONMENT "GLPCLSRB-ACTION"     TO "C".
013200
013300     MOVE "ARAGERB"      TO WS-STEP-NAME.
013400     PERFORM 0200-CHECK-STEP-DONE.
013500     IF STEP-ALREADY-DONE
013600        DISPLAY "MONTHENDRB: ARAGERB ALREADY COMPLETE FOR "
013700            WS-CLOSE-PERIOD " - SKIPPED"
013800     ELSE
013900        PERFORM 0300-LOG-STEP-START
014000        CALL "ARAGERB"
014100        PERFORM 0100-CHECK-STEP
014200        PERFORM 0400-LOG-STEP-END
014300        IF WS-STEP-RETURN-CODE NOT = 0
014400           GOBACK
014500        END-IF
014600     END-IF.
014700
014800     MOVE "INVVALRB"     TO WS-STEP-NAME.
014900     PERFORM 0200-CHECK-STEP-DONE.
015000     IF STEP-ALREADY-DONE
015100        DISPLAY "MONTHENDRB: INVVALRB ALREADY COMPLETE FOR "
015200            WS-CLOSE-PERIOD " - SKIPPED"
015300     ELSE
015400        PERFORM 0300-LOG-STEP-START
015500        CALL "INVVALRB"
015600        PERFORM 0100-CHECK-STEP
015700        PERFORM 0400-LOG-STEP-END
015800        IF WS-STEP-RETURN-CODE NOT = 0
015900           GOBACK
016000        END-IF
016100     END-IF.
016200
016300     IF NOT SKIP-PAYROLL-ACCRUAL
016400        MOVE "PAYACRRB"     TO WS-STEP-NAME
016500        PERFORM 0200-CHECK-STEP-DONE
016600        IF STEP-ALREADY-DONE
016700           DISPLAY "MONTHENDRB: PAYACRRB ALREADY COMPLETE FOR "
016800               WS-CLOSE-PERIOD " - SKIPPED"
016900        ELSE
017000           PERFORM 0300-LOG-STEP-START
017100           CALL "PAYACRRB"
017200           PERFORM 0100-CHECK-STEP
017300           PERFORM 0400-LOG-STEP-END
017400           IF WS-STEP-RETURN-CODE NOT = 0
017500              GOBACK
017600           END-IF
017700        END-IF
017800     END-IF.
017900
017910     IF NOT SKIP-BENEFITS-RECON
017920        MOVE "BENRECRB"     TO WS-STEP-NAME
017930        PERFORM 0200-CHECK-STEP-DONE
017940        IF STEP-ALREADY-DONE
017950           DISPLAY "MONTHENDRB: BENRECRB ALREADY COMPLETE FOR "
017960               WS-CLOSE-PERIOD " - SKIPPED"
017970        ELSE
017980           PERFORM 0300-LOG-STEP-START
017990           CALL "BENRECRB"
017991           PERFORM 0100-CHECK-STEP
017992           PERFORM 0400-LOG-STEP-END
017993           IF WS-STEP-RETURN-CODE NOT = 0
017994              GOBACK
017995           END-IF
017996        END-IF
017997     END-IF.
017998
018000     MOVE "GLJRNLRB"     TO WS-STEP-NAME.
018100     PERFORM 0200-CHECK-STEP-DONE.
018200     IF STEP-ALREADY-DONE
018300        DISPLAY "MONTHENDRB: GLJRNLRB ALREADY COMPLETE FOR "
018400            WS-CLOSE-PERIOD " - SKIPPED"
018500     ELSE
018600        PERFORM 0300-LOG-STEP-START
018700        CALL "GLJRNLRB"
018800        PERFORM 0100-CHECK-STEP
018900        PERFORM 0400-LOG-STEP-END
019000        IF WS-STEP-RETURN-CODE NOT = 0
019100           GOBACK
019200        END-IF
019300     END-IF.
019400
019500     MOVE "GLPOSTRB"     TO WS-STEP-NAME.
019600     PERFORM 0200-CHECK-STEP-DONE.
019700     IF STEP-ALREADY-DONE
019800        DISPLAY "MONTHENDRB: GLPOSTRB ALREADY COMPLETE FOR "
019900            WS-CLOSE-PERIOD " - SKIPPED"
020000     ELSE
020100        PERFORM 0300-LOG-STEP-START
020200        CALL "GLPOSTRB"
020300        PERFORM 0100-CHECK-STEP
020400        PERFORM 0400-LOG-STEP-END
020500        IF WS-STEP-RETURN-CODE NOT = 0
020600           GOBACK
020700        END-IF
020800     END-IF.
020900
021000     MOVE "GLTBALRB"     TO WS-STEP-NAME.
021100     PERFORM 0200-CHECK-STEP-DONE.
021200     IF STEP-ALREADY-DONE
021300        DISPLAY "MONTHENDRB: GLTBALRB ALREADY COMPLETE FOR "
021400            WS-CLOSE-PERIOD " - SKIPPED"
021500     ELSE
021600        PERFORM 0300-LOG-STEP-START
021700        CALL "GLTBALRB"
021800        PERFORM 0100-CHECK-STEP
021900        PERFORM 0400-LOG-STEP-END
022000        IF WS-STEP-RETURN-CODE NOT = 0
022100           GOBACK
022200        END-IF
022300     END-IF.
022400
022500     MOVE "GLSTMTRB"     TO WS-STEP-NAME.
022600     PERFORM 0200-CHECK-STEP-DONE.
022700     IF STEP-ALREADY-DONE
022800        DISPLAY "MONTHENDRB: GLSTMTRB ALREADY COMPLETE FOR "
022900            WS-CLOSE-PERIOD " - SKIPPED"
023000     ELSE
023100        PERFORM 0300-LOG-STEP-START
023200        CALL "GLSTMTRB"
023300        PERFORM 0100-CHECK-STEP
023400        PERFORM 0400-LOG-STEP-END
023500        IF WS-STEP-RETURN-CODE NOT = 0
023600           GOBACK
023700        END-IF
023800     END-IF.
023900
024000     MOVE "GLBVARRB"     TO WS-STEP-NAME.
024100     PERFORM 0200-CHECK-STEP-DONE.
024200     IF STEP-ALREADY-DONE
024300        DISPLAY "MONTHENDRB: GLBVARRB ALREADY COMPLETE FOR "
024400            WS-CLOSE-PERIOD " - SKIPPED"
024500     ELSE
024600        PERFORM 0300-LOG-STEP-START
024700        CALL "GLBVARRB"
024800        PERFORM 0100-CHECK-STEP
024900        PERFORM 0400-LOG-STEP-END
025000        IF WS-STEP-RETURN-CODE NOT = 0
025100           GOBACK
025200        END-IF
025300     END-IF.
025400
025500* FINAL STEP - CLOSE THE PERIOD.  NOBODY IS AT THE KEYBOARD
025600* FOR THE CHAIN, SO THE SIGN-ON SERVICE IS TOLD THIS IS AN
025700* UNATTENDED RUN; GLPCLSRB ALLOWS A CLOSE (NEVER A REOPEN)
025800* THAT WAY.
025900     SET ENVIRONMENT "OPS-UNATTENDED" TO "Y".
026000     MOVE "GLPCLSRB"     TO WS-STEP-NAME.
026100     PERFORM 0200-CHECK-STEP-DONE.
026200     IF STEP-ALREADY-DONE
026300        DISPLAY "MONTHENDRB: GLPCLSRB ALREADY COMPLETE FOR "
026400            WS-CLOSE-PERIOD " - SKIPPED"
026500     ELSE
026600        PERFORM 0300-LOG-STEP-START
026700        CALL "GLPCLSRB"
026800        PERFORM 0100-CHECK-STEP
026900        PERFORM 0400-LOG-STEP-END
027000        IF WS-STEP-RETURN-CODE NOT = 0
027100           GOBACK
027200        END-IF
027300     END-IF.
027400
027500     DISPLAY "MONTHENDRB: MONTH-END JOB STREAM COMPLETE - "
027600         "PERIOD " WS-CLOSE-PERIOD " CLOSED".
027700     GOBACK.
027800
027900 0025-SET-CLOSE-PERIOD.
028000* THE AS-OF DATE DEFAULTS TO TODAY; ITS FISCAL PERIOD COMES
028100* FROM THE DATE SERVICE, OR THE CALENDAR MONTH WHEN THE FISCAL
028200* CALENDAR HAS NO ROW FOR IT.
028300     ACCEPT WS-AS-OF-DATE FROM ENVIRONMENT
028400          "MONTHENDRB-AS-OF-DATE".
028500     IF WS-AS-OF-DATE = SPACES
028600        ACCEPT WS-RUN-DATE FROM DATE
028700        MOVE "20"        TO WS-AS-OF-DATE (1:2)
028800        MOVE WS-RUN-DATE TO WS-AS-OF-DATE (3:6)
028900     END-IF.
029000     IF WS-AS-OF-DATE NOT NUMERIC
029100        DISPLAY "MONTHENDRB: MONTHENDRB-AS-OF-DATE (CCYYMMDD) "
029200            "IS NOT A DATE - NO STEPS RUN"
029300        MOVE 16 TO RETURN-CODE
029400        GOBACK
029500     END-IF.
029600     MOVE "F" TO DFN-FUNCTION-CODE.
029700     MOVE WS-AS-OF-DATE TO DFN-DATE-1.
029800     CALL "DATESRVRB" USING DATEFUN-PARMS.
029900     IF DFN-OK
030000        MOVE DFN-FISCAL-PERIOD TO WS-CLOSE-PERIOD
030100     ELSE
030200        MOVE WS-AS-OF-DATE (1:6) TO WS-CLOSE-PERIOD
030300     END-IF.
030400     DISPLAY "MONTHENDRB: AS-OF DATE " WS-AS-OF-DATE
030500         ", CLOSING FISCAL PERIOD " WS-CLOSE-PERIOD.
030600
030700 0050-LOAD-RUN-CONTROL.
030800* REMEMBER WHICH STEPS ALREADY ENDED CLEAN FOR THIS PERIOD.
030900* NO FILE YET JUST MEANS A FRESH MONTH-END.
031000     IF FORCE-FROM-THE-TOP
031100        GO TO 0050-EXIT
031200     END-IF.
031300     OPEN INPUT RUN-CONTROL-FILE.
031400     IF NOT RUN-CONTROL-FILE-OK
031500        GO TO 0050-EXIT
031600     END-IF.
031700     PERFORM UNTIL END-OF-RUN-CONTROL
031800        READ RUN-CONTROL-FILE
031900           AT END
032000              SET END-OF-RUN-CONTROL TO TRUE
032100           NOT AT END
032200              IF RC-FISCAL-PERIOD = WS-CLOSE-PERIOD
032300                 AND RC-STEP-ENDED
032400                 AND RC-RETURN-CODE = 0
032500                 AND WS-DONE-COUNT < 20
032600                 ADD 1 TO WS-DONE-COUNT
032700                 MOVE RC-STEP-NAME TO
032800                      WS-DONE-STEP-ENTRY (WS-DONE-COUNT)
032900              END-IF
033000        END-READ
033100     END-PERFORM.
033200     CLOSE RUN-CONTROL-FILE.
033300 0050-EXIT.
033400     EXIT.
033500
033600 0200-CHECK-STEP-DONE.
033700     MOVE "N" TO WS-STEP-DONE-SW.
033800     PERFORM VARYING WS-DONE-SUB FROM 1 BY 1
033900        UNTIL WS-DONE-SUB > WS-DONE-COUNT
034000        IF WS-DONE-STEP-ENTRY (WS-DONE-SUB) =
034100           WS-STEP-NAME (1:10)
034200           SET STEP-ALREADY-DONE TO TRUE
034300        END-IF
034400     END-PERFORM.
034500
034600 0300-LOG-STEP-START.
034700     MOVE "S" TO RC-RECORD-TYPE.
034800     MOVE 0 TO RC-RETURN-CODE.
034900     PERFORM 0500-WRITE-RUN-CONTROL.
035000
035100 0400-LOG-STEP-END.
035200     MOVE "E" TO RC-RECORD-TYPE.
035300     IF WS-STEP-RETURN-CODE < 0
035400        MOVE 9999 TO RC-RETURN-CODE
035500     ELSE
035600        MOVE WS-STEP-RETURN-CODE TO RC-RETURN-CODE
035700     END-IF.
035800     PERFORM 0500-WRITE-RUN-CONTROL.
035900
036000 0500-WRITE-RUN-CONTROL.
036100* APPEND ONE RECORD SO A CRASH MID-STEP STILL LEAVES THE START
036200* ON FILE FOR THE RESTART.
036300     OPEN EXTEND RUN-CONTROL-FILE.
036400     IF NOT GOOD-RUN-CONTROL-WRITE
036500        CLOSE RUN-CONTROL-FILE
036600        OPEN OUTPUT RUN-CONTROL-FILE
036700     END-IF.
036800     MOVE WS-CLOSE-PERIOD TO RC-FISCAL-PERIOD.
036900     MOVE WS-STEP-NAME (1:10) TO RC-STEP-NAME.
037000     ACCEPT WS-STAMP-TIME FROM TIME.
037100     MOVE WS-STAMP-TIME TO RC-STAMP-TIME.
037200     WRITE RUN-CONTROL-RECORD.
037300     CLOSE RUN-CONTROL-FILE.
037400
037500 0100-CHECK-STEP.
037600     MOVE RETURN-CODE TO WS-STEP-RETURN-CODE.
037700     IF WS-STEP-RETURN-CODE NOT = 0
037800        DISPLAY "MONTHENDRB: " WS-STEP-NAME
037900            " FAILED, RETURN-CODE = " WS-STEP-RETURN-CODE
038000        DISPLAY "MONTHENDRB: JOB STREAM STOPPED - PERIOD "
038100            WS-CLOSE-PERIOD " LEFT OPEN"
038200     ELSE
038300        DISPLAY "MONTHENDRB: " WS-STEP-NAME " COMPLETE"
038400     END-IF.
