000200 PROGRAM-ID.    NITERUNRB.
000300 AUTHOR.        RYAN BROOKS
000400
000405* NIGHTLY BATCH JOB STREAM.  CHAINS THE JOBS THAT USED TO BE
000410* STARTED BY HAND, ONE STEP AT A TIME.  THE STEPS, HOW OFTEN EACH
000415* RUNS, WHAT MUST FINISH AHEAD OF IT AND THE HIGHEST RETURN CODE
000420* IT MAY END WITH ARE KEPT ON THE JOB DEFINITION FILE (JOBDEF.DAT,
000425* OVERRIDE NITERUNRB-JOB-DEFINITIONS), ONE STEP PER LINE:
000430*     PROGRAM TO CALL (ITS PROGRAM-ID)
000435*     FREQUENCY  D = EVERY BUSINESS DAY
000440*                W = ONE WEEKDAY (1 = MONDAY ... 7 = SUNDAY)
000445*                M = THE LAST BUSINESS DAY OF THE MONTH
000450*                P = A PAY DATE ON THE PAY CALENDAR (PAYCAL.DAT,
000455*                    OVERRIDE NITERUNRB-PAY-CALENDAR)
000460*     MAXIMUM ACCEPTABLE RETURN CODE
000465*     UP TO FOUR PREDECESSOR STEPS
000470* A LINE STARTING WITH AN ASTERISK IS A COMMENT.  THE NIGHT'S RUN
000475* LIST IS EVERY STEP WHOSE FREQUENCY FALLS TODAY, ASKED OF THE
000480* DATESRVRB DATE SERVICE, PUT IN DEPENDENCY ORDER - A STEP RUNS
000485* ONLY AFTER EVERY PREDECESSOR ALSO ON TONIGHT'S LIST; ONE NOT ON
000490* TONIGHT'S LIST DOES NOT HOLD IT UP.  TIES KEEP FILE ORDER.  A
000495* PREDECESSOR NAMED NOWHERE IN THE FILE, OR A LOOP OF STEPS EACH
000500* WAITING ON ANOTHER, STOPS THE RUN BEFORE ANY STEP IS CALLED.
000505* WITHOUT A DEFINITION FILE THE ORIGINAL CHAIN RUNS EVERY
000510* BUSINESS DAY, EACH STEP AFTER THE ONE BEFORE IT:
000610*     1) SNAPSHRB  (SNAPSHOTS EVERY MASTER THE NIGHT TOUCHES)
000700*     2) EMPMNTRB  (APPLIES DUE EFFECTIVE-DATED MAINTENANCE)
000710*     3) PAYRPTRB  (PROGRAM-ID PAYRPTRB)
000800*     4) REPORTSRB (PROGRAM-ID MATHSHPS)
000900*     5) SALESID-TABLERB (PROGRAM-ID SALESSUM)
000917*     6) DLRNTCRB  (DEALER ORDER STATUS NOTICES)
000918* THE RUN LIST IS ALSO WRITTEN AS THE EXPECTED-RUN LIST OPSRPTRB
000919* CHECKS THE AUDIT TRAIL AGAINST (OPSEXPECT.DAT, OVERRIDE
000920* NITERUNRB-EXPECTED-RUNS), STAMPED WITH THE BUSINESS DATE, SO
000921* THE SCHEDULE AND THE MORNING MONITORING CANNOT DISAGREE.
000901* SNAPSHRB RUNS FIRST SO A STEP THAT DIES HALFWAY THROUGH
000902* POSTING A MASTER LEAVES A RUN-STAMPED BACKUP SET THAT
000903* ROLLBKRB CAN RESTORE IN ONE COMMAND.  A ROLLBACK WRITES A
000914* MATHSHPS NOW RUNS AHEAD OF SALESSUM SO THE RUG-ORDER SALES
000915* FEED IT APPENDS TO SALESSUM'S INPUT IS PICKED UP THE SAME
000916* NIGHT INSTEAD OF THE NEXT ONE.
000926* DLRNTCRB FOLLOWS THE SALES STEPS AND WRITES EACH DEALER ITS
000936* NIGHTLY ORDER STATUS FILE FROM THE DAY'S QUEUED EVENTS; RUN
000946* CONTROL SKIPPING IT ON A RESTART IS WHAT KEEPS A DEALER FROM
000956* GETTING THE SAME NIGHT TWICE.
001000* CALCPYRB USED TO RUN AS STEP 1, BUT IT ONLY EVER DUPLICATED THE
001010* GROSS/STATE/SSN-MED/LOCAL/FEDERAL/NET MATH THAT PAYRPTRB ALREADY
001020* DOES AGAINST ITS OWN FILE PAIR, AND THE TWO COPIES HAD ALREADY
001100* EACH STEP SETS RETURN-CODE TO 16 AND RETURNS EARLY IF IT
001200* CAN'T OPEN ITS MAIN INPUT FILE.  THIS DRIVER CHECKS
001300* RETURN-CODE AFTER EVERY STEP AND STOPS THE CHAIN AS SOON AS A
001310* STEP ENDS ABOVE ITS MAXIMUM RETURN CODE, THE WAY A JCL JOB
001320* STREAM STOPS ON A BAD CONDITION
001500* CODE, INSTEAD OF PLOWING ON INTO STEPS THAT DEPEND ON A
001600* PREVIOUS STEP'S OUTPUT.
001610*
002364           WS-AUDIT-TRAIL-PATH
002366       ORGANIZATION IS LINE SEQUENTIAL
002368       FILE STATUS IS WS-AUDIT-TRAIL-STATUS.
002369     SELECT JOB-DEFINITION-FILE ASSIGN DYNAMIC
002371           WS-JOB-DEFINITION-PATH
002372       ORGANIZATION IS LINE SEQUENTIAL
002373       FILE STATUS IS WS-JOB-DEFINITION-STATUS.
002374     SELECT PAY-CALENDAR-FILE ASSIGN DYNAMIC
002375           WS-PAY-CALENDAR-PATH
002376       ORGANIZATION IS LINE SEQUENTIAL
002377       FILE STATUS IS WS-PAY-CALENDAR-STATUS.
002378     SELECT EXPECTED-RUNS-FILE ASSIGN DYNAMIC
002379           WS-EXPECTED-RUNS-PATH
002380       ORGANIZATION IS LINE SEQUENTIAL
002381       FILE STATUS IS WS-EXPECTED-RUNS-STATUS.
002370
002400 DATA DIVISION.
002410 FILE SECTION.
002497     DATA RECORD IS AUDIT-TRAIL-RECORD.
002498 01 AUDIT-TRAIL-RECORD          PIC X(89).
002499
002501 FD  JOB-DEFINITION-FILE
002502     RECORDING MODE IS F
002503     DATA RECORD IS JOB-DEFINITION-RECORD.
002504 01 JOB-DEFINITION-RECORD.
002505    05 JDF-STEP-NAME            PIC X(10).
002506       88 JDF-COMMENT-LINE         VALUE "*".
002507    05 JDF-FREQUENCY            PIC X(01).
002508       88 JDF-EVERY-BUSINESS-DAY   VALUE "D".
002509       88 JDF-ONE-WEEKDAY          VALUE "W".
002510       88 JDF-MONTH-END            VALUE "M".
002511       88 JDF-PAY-DATE             VALUE "P".
002512       88 JDF-FREQUENCY-VALID      VALUE "D" "W" "M" "P".
002513    05 JDF-WEEKDAY              PIC 9(01).
002514    05 JDF-MAX-RETURN-CODE      PIC 9(04).
002515    05 JDF-PREDECESSOR          PIC X(10) OCCURS 4 TIMES.
002516    05 JDF-DESCRIPTION          PIC X(30).
002517
002518 FD  PAY-CALENDAR-FILE
002519     RECORDING MODE IS F
002520     DATA RECORD IS PAY-CALENDAR-RECORD.
002521 01 PAY-CALENDAR-RECORD.
002522    05 PC-FREQUENCY             PIC X(01).
002523    05 PC-PAY-DATE              PIC X(08).
002524
002525* THE SAME LIST OPSRPTRB HAS ALWAYS READ, NOW STAMPED WITH THE
002526* BUSINESS DATE IT WAS BUILT FOR.
002527 FD  EXPECTED-RUNS-FILE
002528     RECORDING MODE IS F
002529     DATA RECORD IS EXPECTED-RUNS-RECORD.
002530 01 EXPECTED-RUNS-RECORD.
002531    05 EXP-PROGRAM-NAME         PIC X(10).
002532    05 EXP-BUSINESS-DATE        PIC X(06).
002533
002500 WORKING-STORAGE SECTION.
002600 01 WS-RUN-CONTROL-PATH      PIC X(80)
         VALUE "C:\Users\Ryan\Desktop\NITERUN.CTL".
002630    88 RUN-CONTROL-FILE-OK      VALUE "00".
002640    88 END-OF-RUN-CONTROL       VALUE "10".
002650    88 GOOD-RUN-CONTROL-WRITE   VALUE "00".
002652 01 WS-JOB-DEFINITION-PATH   PIC X(80)
002654   VALUE "C:\Users\Ryan\Desktop\JOBDEF.DAT".
002656 01 WS-JOB-DEFINITION-STATUS PIC X(02).
002658   88 JOB-DEFINITION-FILE-OK   VALUE "00".
002660   88 END-OF-JOB-DEFINITIONS   VALUE "10".
002662 01 WS-PAY-CALENDAR-PATH     PIC X(80)
002664   VALUE "C:\Users\Ryan\Desktop\PAYCAL.DAT".
002666 01 WS-PAY-CALENDAR-STATUS   PIC X(02).
002668   88 PAY-CALENDAR-FILE-OK     VALUE "00".
002670   88 END-OF-PAY-CALENDAR      VALUE "10".
002672 01 WS-EXPECTED-RUNS-PATH    PIC X(80)
002674   VALUE "C:\Users\Ryan\Desktop\OPSEXPECT.DAT".
002676 01 WS-EXPECTED-RUNS-STATUS  PIC X(02).
002678   88 GOOD-EXPECTED-RUNS-WRITE VALUE "00".
002700 01 WS-STEP-NAME             PIC X(20).
002800 01 WS-STEP-RETURN-CODE      PIC S9(04) VALUE 0.
002810 01 WS-BUSINESS-DATE         PIC X(06) VALUE SPACES.
002886 COPY "DATEFUN.cpy".
002891 01 WS-DONE-COUNT            PIC 9(02) VALUE 0.
002892 01 WS-DONE-SUB              PIC 9(02) VALUE 0.
002894 01 WS-DONE-TABLE.
002893   05 WS-DONE-ENTRY OCCURS 50 TIMES.
002895      10 WS-DONE-STEP-ENTRY    PIC X(10).
002896      10 WS-DONE-RETURN-CODE   PIC 9(04).
002897
002898* THE JOB DEFINITIONS, IN FILE ORDER, WITH TONIGHT'S VERDICT ON
002899* EACH.  WITHOUT A FILE THE BUILT-IN CHAIN BELOW IS LOADED.
002901 01 WS-DEFAULT-JOBS.
002902   05 FILLER PIC X(20) VALUE "SNAPSHRB  D00000    ".
002903   05 FILLER PIC X(20) VALUE "EMPMNTRB  D00000SNAP".
002904   05 FILLER PIC X(20) VALUE "PAYRPTRB  D00000EMPM".
002905   05 FILLER PIC X(20) VALUE "MATHSHPS  D00000PAYR".
002906   05 FILLER PIC X(20) VALUE "SALESSUM  D00000MATH".
002907   05 FILLER PIC X(20) VALUE "DLRNTCRB  D00000SALE".
002908 01 FILLER REDEFINES WS-DEFAULT-JOBS.
002909   05 WS-DEFAULT-JOB-ENTRY OCCURS 6 TIMES.
002910      10 DEF-STEP-NAME         PIC X(10).
002911      10 DEF-FREQUENCY         PIC X(01).
002912      10 DEF-WEEKDAY           PIC 9(01).
002913      10 DEF-MAX-RETURN-CODE   PIC 9(04).
002914      10 DEF-PREDECESSOR-KEY   PIC X(04).
002915 01 WS-DEFAULT-PREDECESSORS.
002916   05 FILLER PIC X(14) VALUE "SNAPSNAPSHRB  ".
002917   05 FILLER PIC X(14) VALUE "EMPMEMPMNTRB  ".
002918   05 FILLER PIC X(14) VALUE "PAYRPAYRPTRB  ".
002919   05 FILLER PIC X(14) VALUE "MATHMATHSHPS  ".
002920   05 FILLER PIC X(14) VALUE "SALESALESSUM  ".
002921 01 FILLER REDEFINES WS-DEFAULT-PREDECESSORS.
002922   05 WS-DEFAULT-PRED-ENTRY OCCURS 5 TIMES.
002923      10 DEF-PRED-KEY          PIC X(04).
002924      10 DEF-PRED-NAME         PIC X(10).
002925 01 WS-DEF-SUB               PIC 9(02) VALUE 0.
002926 01 WS-JOB-COUNT             PIC 9(02) VALUE 0.
002927 01 WS-JOB-SUB               PIC 9(02) VALUE 0.
002928 01 WS-PRED-JOB-SUB          PIC 9(02) VALUE 0.
002929 01 WS-PRED-SUB              PIC 9(01) VALUE 0.
002930 01 WS-JOB-TABLE.
002931   05 JOB-TABLE-ENTRY OCCURS 50 TIMES.
002932      10 TABLE-JOB-STEP        PIC X(10).
002933      10 TABLE-JOB-FREQUENCY   PIC X(01).
002934      10 TABLE-JOB-WEEKDAY     PIC 9(01).
002935      10 TABLE-JOB-MAX-RC      PIC 9(04).
002936      10 TABLE-JOB-PREDECESSOR PIC X(10) OCCURS 4 TIMES.
002937      10 TABLE-JOB-TONIGHT     PIC X(01).
002938         88 JOB-RUNS-TONIGHT      VALUE "Y".
002939      10 TABLE-JOB-PLACED      PIC X(01).
002940         88 JOB-PLACED            VALUE "Y".
002941* TONIGHT'S STEPS IN THE ORDER THEY WILL BE CALLED, AS JOB
002942* TABLE SUBSCRIPTS.
002943 01 WS-RUN-COUNT             PIC 9(02) VALUE 0.
002944 01 WS-RUN-SUB               PIC 9(02) VALUE 0.
002945 01 WS-RUN-ORDER OCCURS 50 TIMES PIC 9(02).
002946 01 WS-PLACED-THIS-PASS      PIC 9(02) VALUE 0.
002947 01 WS-PREDS-READY-SW        PIC X(01) VALUE "Y".
002948   88 PREDECESSORS-READY       VALUE "Y".
002949 01 WS-DEFINITION-ERRORS     PIC 9(02) VALUE 0.
002950 01 WS-TODAY-WEEKDAY         PIC 9(01) VALUE 0.
002951 01 WS-MONTH-END-SW          PIC X(01) VALUE "N".
002952   88 TODAY-IS-MONTH-END       VALUE "Y".
002953 01 WS-PAY-DATE-SW           PIC X(01) VALUE "N".
002954   88 TODAY-IS-PAY-DATE        VALUE "Y".
002955 01 WS-NEXT-BUSINESS-DAY     PIC 9(08) VALUE 0.
002956 01 WS-STEP-PROGRAM          PIC X(10) VALUE SPACES.
002957 01 WS-STEP-MAX-RC           PIC 9(04) VALUE 0.
002900
003000 PROCEDURE DIVISION.
003100 0000-MAINLINE.
003290        DISPLAY "NITERUNRB: FORCE-RERUN SET - PRIOR RUN "
003291            "CONTROL FOR " WS-BUSINESS-DATE " IGNORED"
003292     END-IF.
003295     PERFORM 0010-GET-FILE-PATHS.
003293     PERFORM 0025-CHECK-BUSINESS-DAY.
003296     PERFORM 0060-LOAD-JOB-DEFINITIONS THRU 0060-EXIT.
003297     PERFORM 0070-SELECT-TONIGHTS-STEPS.
003298     PERFORM 0080-ORDER-BY-DEPENDENCY THRU 0080-EXIT.
003299     PERFORM 0090-WRITE-EXPECTED-RUNS.
003294     PERFORM 0050-LOAD-RUN-CONTROL THRU 0050-EXIT.
003300
003301* NOBODY IS AT THE KEYBOARD WHEN THE CHAIN RUNS - TELL THE
003302* SIGN-ON SERVICE SO EMPMNTRB AND ANY OTHER SIGNED-ON STEP
003303* PROCEEDS AS AN UNATTENDED BATCH RUN (BLANK USER ON ITS AUDIT
003304* LINE) INSTEAD OF REFUSING.
003305     SET ENVIRONMENT "OPS-UNATTENDED" TO "Y".
003306     PERFORM VARYING WS-RUN-SUB FROM 1 BY 1
003308        UNTIL WS-RUN-SUB > WS-RUN-COUNT
003309        MOVE WS-RUN-ORDER (WS-RUN-SUB) TO WS-JOB-SUB
003307        PERFORM 0600-RUN-ONE-STEP
003311        IF WS-STEP-RETURN-CODE > WS-STEP-MAX-RC
003312           GOBACK
003313        END-IF
003314     END-PERFORM.
006100
006020* FINAL STEP - THE END-OF-NIGHT BALANCING SUMMARY.  IT RUNS
006030* EVERY TIME (NEVER SKIPPED BY RUN CONTROL - A RESTART NIGHT
006050* CHAIN'S: AN OUT-OF-BALANCE NIGHT ENDS NONZERO SO THE
006060* OPERATOR SEES IT BEFORE GOING HOME.
006070     MOVE "NITEBALRB"    TO WS-STEP-NAME.
006075     MOVE 0              TO WS-STEP-MAX-RC.
006080     CALL "NITEBALRB".
006090     PERFORM 0100-CHECK-STEP.
006091     IF WS-STEP-RETURN-CODE NOT = 0
006095        MOVE WS-STEP-RETURN-CODE TO RETURN-CODE
006092        GOBACK
006093     END-IF.
006094
006200     DISPLAY "NITERUNRB: NIGHTLY JOB STREAM COMPLETE".
006300     GOBACK.
006400
006401 0010-GET-FILE-PATHS.
006441* OVERRIDE THE SCHEDULE'S DEFAULT FILE PATHS IF THE MATCHING
006442* ENVIRONMENT VARIABLE HAS BEEN SET.
006443     ACCEPT WS-ENV-PATH-OVERRIDE FROM ENVIRONMENT
006444          "NITERUNRB-JOB-DEFINITIONS".
006445     IF WS-ENV-PATH-OVERRIDE NOT = SPACES
006446        MOVE WS-ENV-PATH-OVERRIDE TO WS-JOB-DEFINITION-PATH
006447     END-IF.
006448     ACCEPT WS-ENV-PATH-OVERRIDE FROM ENVIRONMENT
006449          "NITERUNRB-PAY-CALENDAR".
006451     IF WS-ENV-PATH-OVERRIDE NOT = SPACES
006452        MOVE WS-ENV-PATH-OVERRIDE TO WS-PAY-CALENDAR-PATH
006453     END-IF.
006454     ACCEPT WS-ENV-PATH-OVERRIDE FROM ENVIRONMENT
006455          "NITERUNRB-EXPECTED-RUNS".
006456     IF WS-ENV-PATH-OVERRIDE NOT = SPACES
006457        MOVE WS-ENV-PATH-OVERRIDE TO WS-EXPECTED-RUNS-PATH
006458     END-IF.
006402 0025-CHECK-BUSINESS-DAY.
006403* ASK THE DATE SERVICE WHETHER TONIGHT IS A PROCESSING NIGHT.
006404     ACCEPT WS-ENV-PATH-OVERRIDE FROM ENVIRONMENT
006414        DISPLAY "NITERUNRB: " WS-TODAY-CCYYMMDD " IS NOT A "
006415            "BUSINESS DAY - SKIPPED, NO STEPS RUN"
006416        PERFORM 0030-LOG-SKIPPED-NIGHT
006459* AN EMPTY EXPECTED-RUN LIST - NOTHING WAS DUE TONIGHT.
006461        PERFORM 0090-WRITE-EXPECTED-RUNS
006417        MOVE 0 TO RETURN-CODE
006418        GOBACK
006419     END-IF.
006438     CLOSE AUDIT-TRAIL-FILE.
006439
006410 0050-LOAD-RUN-CONTROL.
006420* REMEMBER WHICH STEPS ALREADY ENDED FOR THIS BUSINESS DATE AND
006462* WITH WHAT RETURN CODE - 0200 DECIDES WHETHER THAT WAS WITHIN
006430* THE STEP'S LIMIT.  NO FILE YET JUST MEANS A FRESH NIGHT.
006440     IF FORCE-FROM-THE-TOP
006450        GO TO 0050-EXIT
006460     END-IF.
006502              ELSE
006503                 IF RC-BUSINESS-DATE = WS-BUSINESS-DATE
006504                    AND RC-STEP-ENDED
006505                    AND RC-RETURN-CODE IS NUMERIC
006506                    AND WS-DONE-COUNT < 50
006507                    ADD 1 TO WS-DONE-COUNT
006508                    MOVE RC-STEP-NAME TO
006509                         WS-DONE-STEP-ENTRY (WS-DONE-COUNT)
006518                    MOVE RC-RETURN-CODE TO
006519                         WS-DONE-RETURN-CODE (WS-DONE-COUNT)
006510                 END-IF
006511              END-IF
006512        END-READ
006515 0050-EXIT.
006516     EXIT.
006517
006521 0060-LOAD-JOB-DEFINITIONS.
006522* THE STEP DEFINITIONS, IN FILE ORDER.  A LINE WITH A BAD
006523* FREQUENCY, WEEKDAY OR RETURN CODE IS A DEFINITION ERROR -
006524* COUNTED HERE AND STOPPING THE RUN IN 0080 ONCE EVERY ERROR
006525* HAS BEEN LISTED.
006526     OPEN INPUT JOB-DEFINITION-FILE.
006527     IF NOT JOB-DEFINITION-FILE-OK
006528        DISPLAY "NITERUNRB: NO JOB DEFINITION FILE - RUNNING "
006529            "THE STANDARD NIGHTLY CHAIN"
006531        PERFORM 0065-LOAD-DEFAULT-JOBS
006532        GO TO 0060-EXIT
006533     END-IF.
006534     PERFORM UNTIL END-OF-JOB-DEFINITIONS
006535        READ JOB-DEFINITION-FILE
006536           AT END
006537              SET END-OF-JOB-DEFINITIONS TO TRUE
006538           NOT AT END
006539              IF JDF-STEP-NAME (1:1) NOT = "*"
006541                 AND JDF-STEP-NAME NOT = SPACES
006542                 PERFORM 0062-TAKE-DEFINITION
006543              END-IF
006544        END-READ
006545     END-PERFORM.
006546     CLOSE JOB-DEFINITION-FILE.
006547 0060-EXIT.
006548     EXIT.
006549
006551 0062-TAKE-DEFINITION.
006552     IF WS-JOB-COUNT = 50
006553        DISPLAY "NITERUNRB: MORE THAN 50 JOB DEFINITIONS - "
006554            JDF-STEP-NAME " NOT LOADED"
006555        ADD 1 TO WS-DEFINITION-ERRORS
006556     ELSE
006557        IF NOT JDF-FREQUENCY-VALID
006558           OR JDF-MAX-RETURN-CODE NOT NUMERIC
006559           OR (JDF-ONE-WEEKDAY
006561               AND (JDF-WEEKDAY NOT NUMERIC
006562                    OR JDF-WEEKDAY < 1 OR JDF-WEEKDAY > 7))
006563           DISPLAY "NITERUNRB: JOB DEFINITION FOR "
006564               JDF-STEP-NAME " HAS A BAD FREQUENCY, WEEKDAY "
006565               "OR RETURN CODE"
006566           ADD 1 TO WS-DEFINITION-ERRORS
006567        ELSE
006568           ADD 1 TO WS-JOB-COUNT
006569           MOVE JDF-STEP-NAME TO TABLE-JOB-STEP (WS-JOB-COUNT)
006571           MOVE JDF-FREQUENCY TO
006572                TABLE-JOB-FREQUENCY (WS-JOB-COUNT)
006573           MOVE 0 TO TABLE-JOB-WEEKDAY (WS-JOB-COUNT)
006574           IF JDF-ONE-WEEKDAY
006575              MOVE JDF-WEEKDAY TO
006576                   TABLE-JOB-WEEKDAY (WS-JOB-COUNT)
006577           END-IF
006578           MOVE JDF-MAX-RETURN-CODE TO
006579                TABLE-JOB-MAX-RC (WS-JOB-COUNT)
006581           PERFORM VARYING WS-PRED-SUB FROM 1 BY 1
006582              UNTIL WS-PRED-SUB > 4
006583              MOVE JDF-PREDECESSOR (WS-PRED-SUB) TO
006584                   TABLE-JOB-PREDECESSOR (WS-JOB-COUNT,
006585                                          WS-PRED-SUB)
006586           END-PERFORM
006587           MOVE "N" TO TABLE-JOB-TONIGHT (WS-JOB-COUNT)
006588                       TABLE-JOB-PLACED (WS-JOB-COUNT)
006589        END-IF
006593     END-IF.
006594
006595 0065-LOAD-DEFAULT-JOBS.
006596* THE CHAIN AS IT RAN BEFORE THE DEFINITION FILE - EVERY
006597* BUSINESS DAY, EACH STEP WAITING ON THE ONE AHEAD OF IT.
006598     PERFORM VARYING WS-DEF-SUB FROM 1 BY 1
006599        UNTIL WS-DEF-SUB > 6
006601        ADD 1 TO WS-JOB-COUNT
006602        MOVE DEF-STEP-NAME (WS-DEF-SUB) TO
006603             TABLE-JOB-STEP (WS-JOB-COUNT)
006604        MOVE DEF-FREQUENCY (WS-DEF-SUB) TO
006605             TABLE-JOB-FREQUENCY (WS-JOB-COUNT)
006606        MOVE DEF-WEEKDAY (WS-DEF-SUB) TO
006607             TABLE-JOB-WEEKDAY (WS-JOB-COUNT)
006608        MOVE DEF-MAX-RETURN-CODE (WS-DEF-SUB) TO
006609             TABLE-JOB-MAX-RC (WS-JOB-COUNT)
006611        MOVE SPACES TO TABLE-JOB-PREDECESSOR (WS-JOB-COUNT, 1)
006612                       TABLE-JOB-PREDECESSOR (WS-JOB-COUNT, 2)
006613                       TABLE-JOB-PREDECESSOR (WS-JOB-COUNT, 3)
006614                       TABLE-JOB-PREDECESSOR (WS-JOB-COUNT, 4)
006615        PERFORM VARYING WS-PRED-SUB FROM 1 BY 1
006616           UNTIL WS-PRED-SUB > 5
006617           IF DEF-PREDECESSOR-KEY (WS-DEF-SUB) NOT = SPACES
006618              AND DEF-PRED-KEY (WS-PRED-SUB) =
006619                  DEF-PREDECESSOR-KEY (WS-DEF-SUB)
006621              MOVE DEF-PRED-NAME (WS-PRED-SUB) TO
006622                   TABLE-JOB-PREDECESSOR (WS-JOB-COUNT, 1)
006623           END-IF
006624        END-PERFORM
006625        MOVE "N" TO TABLE-JOB-TONIGHT (WS-JOB-COUNT)
006626                    TABLE-JOB-PLACED (WS-JOB-COUNT)
006627     END-PERFORM.
006628
006629 0070-SELECT-TONIGHTS-STEPS.
006631* WORK OUT WHAT KIND OF DAY TODAY IS ONCE - WEEKDAY, LAST
006632* BUSINESS DAY OF THE MONTH (THE NEXT BUSINESS DAY FALLS IN
006633* ANOTHER MONTH), PAY DATE - THEN MARK EVERY STEP DUE.  THE
006634* BUSINESS-DAY TEST HAS ALREADY PASSED OR THE RUN WOULD HAVE
006635* ENDED IN 0025.
006636     MOVE "W" TO DFN-FUNCTION-CODE.
006637     MOVE WS-TODAY-CCYYMMDD TO DFN-DATE-1.
006638     CALL "DATESRVRB" USING DATEFUN-PARMS.
006639     IF DFN-OK
006641        MOVE DFN-DAY-COUNT TO WS-TODAY-WEEKDAY
006642     END-IF.
006643     MOVE "N" TO DFN-FUNCTION-CODE.
006644     MOVE WS-TODAY-CCYYMMDD TO DFN-DATE-1.
006645     CALL "DATESRVRB" USING DATEFUN-PARMS.
006646     IF DFN-OK
006647        MOVE DFN-RESULT-DATE TO WS-NEXT-BUSINESS-DAY
006648        IF WS-NEXT-BUSINESS-DAY (1:6) NOT =
006649           WS-TODAY-CCYYMMDD (1:6)
006651           SET TODAY-IS-MONTH-END TO TRUE
006652        END-IF
006653     END-IF.
006654     PERFORM 0075-CHECK-PAY-CALENDAR.
006655     PERFORM VARYING WS-JOB-SUB FROM 1 BY 1
006656        UNTIL WS-JOB-SUB > WS-JOB-COUNT
006657        EVALUATE TABLE-JOB-FREQUENCY (WS-JOB-SUB)
006658           WHEN "D"
006659              MOVE "Y" TO TABLE-JOB-TONIGHT (WS-JOB-SUB)
006661           WHEN "W"
006662              IF TABLE-JOB-WEEKDAY (WS-JOB-SUB) =
006663                 WS-TODAY-WEEKDAY
006664                 MOVE "Y" TO TABLE-JOB-TONIGHT (WS-JOB-SUB)
006665              END-IF
006666           WHEN "M"
006667              IF TODAY-IS-MONTH-END
006668                 MOVE "Y" TO TABLE-JOB-TONIGHT (WS-JOB-SUB)
006669              END-IF
006671           WHEN "P"
006672              IF TODAY-IS-PAY-DATE
006673                 MOVE "Y" TO TABLE-JOB-TONIGHT (WS-JOB-SUB)
006674              END-IF
006675        END-EVALUATE
006676     END-PERFORM.
006677
006678 0075-CHECK-PAY-CALENDAR.
006679* TODAY IS A PAY DATE WHEN ANY FREQUENCY'S CALENDAR ROW CARRIES
006681* IT.  NO CALENDAR MEANS NO PAY-DATE STEPS RUN - SAID OUT LOUD
006682* ONLY WHEN SUCH A STEP IS DEFINED.
006683     OPEN INPUT PAY-CALENDAR-FILE.
006684     IF PAY-CALENDAR-FILE-OK
006685        PERFORM UNTIL END-OF-PAY-CALENDAR
006686           READ PAY-CALENDAR-FILE
006687              AT END
006688                 SET END-OF-PAY-CALENDAR TO TRUE
006689              NOT AT END
006695                 IF PC-PAY-DATE = WS-TODAY-CCYYMMDD
006696                    SET TODAY-IS-PAY-DATE TO TRUE
006697                 END-IF
006698           END-READ
006699        END-PERFORM
006701        CLOSE PAY-CALENDAR-FILE
006702     ELSE
006703        PERFORM VARYING WS-JOB-SUB FROM 1 BY 1
006704           UNTIL WS-JOB-SUB > WS-JOB-COUNT
006705           IF TABLE-JOB-FREQUENCY (WS-JOB-SUB) = "P"
006706              DISPLAY "NITERUNRB: NO PAY CALENDAR - PAY-DATE "
006707                  "STEP " TABLE-JOB-STEP (WS-JOB-SUB)
006708                  " NOT SCHEDULED"
006709           END-IF
006711        END-PERFORM
006712     END-IF.
006713
006714 0080-ORDER-BY-DEPENDENCY.
006715* EVERY PREDECESSOR MUST NAME A DEFINED STEP.  THEN PLACE THE
006716* STEPS IN PASSES: EACH PASS TAKES, IN FILE ORDER, EVERY STEP
006717* DUE TONIGHT WHOSE PREDECESSORS ARE PLACED OR NOT DUE.  A PASS
006718* THAT PLACES NOTHING WHILE STEPS REMAIN MEANS A LOOP.
006719     PERFORM VARYING WS-JOB-SUB FROM 1 BY 1
006721        UNTIL WS-JOB-SUB > WS-JOB-COUNT
006722        PERFORM VARYING WS-PRED-SUB FROM 1 BY 1
006723           UNTIL WS-PRED-SUB > 4
006724           IF TABLE-JOB-PREDECESSOR (WS-JOB-SUB, WS-PRED-SUB)
006725              NOT = SPACES
006726              PERFORM 0088-FIND-PREDECESSOR
006727              IF WS-PRED-JOB-SUB > WS-JOB-COUNT
006728                 DISPLAY "NITERUNRB: "
006729                     TABLE-JOB-STEP (WS-JOB-SUB)
006731                     " WAITS ON UNDEFINED STEP "
006732                     TABLE-JOB-PREDECESSOR (WS-JOB-SUB,
006733                                            WS-PRED-SUB)
006734                 ADD 1 TO WS-DEFINITION-ERRORS
006735              END-IF
006736           END-IF
006737        END-PERFORM
006738     END-PERFORM.
006739     IF WS-DEFINITION-ERRORS > 0
006741        DISPLAY "NITERUNRB: " WS-DEFINITION-ERRORS
006742            " JOB DEFINITION ERROR(S) - NO STEPS RUN"
006743        MOVE 16 TO RETURN-CODE
006744        GOBACK
006745     END-IF.
006746     MOVE 1 TO WS-PLACED-THIS-PASS.
006747     PERFORM UNTIL WS-PLACED-THIS-PASS = 0
006748        MOVE 0 TO WS-PLACED-THIS-PASS
006749        PERFORM VARYING WS-JOB-SUB FROM 1 BY 1
006751           UNTIL WS-JOB-SUB > WS-JOB-COUNT
006752           IF JOB-RUNS-TONIGHT (WS-JOB-SUB)
006753              AND NOT JOB-PLACED (WS-JOB-SUB)
006754              PERFORM 0085-CHECK-PREDECESSORS
006755              IF PREDECESSORS-READY
006756                 MOVE "Y" TO TABLE-JOB-PLACED (WS-JOB-SUB)
006757                 ADD 1 TO WS-RUN-COUNT
006758                 MOVE WS-JOB-SUB TO WS-RUN-ORDER (WS-RUN-COUNT)
006759                 ADD 1 TO WS-PLACED-THIS-PASS
006761              END-IF
006762           END-IF
006763        END-PERFORM
006764     END-PERFORM.
006765     PERFORM VARYING WS-JOB-SUB FROM 1 BY 1
006766        UNTIL WS-JOB-SUB > WS-JOB-COUNT
006767        IF JOB-RUNS-TONIGHT (WS-JOB-SUB)
006768           AND NOT JOB-PLACED (WS-JOB-SUB)
006769           DISPLAY "NITERUNRB: " TABLE-JOB-STEP (WS-JOB-SUB)
006771               " IS IN A PREDECESSOR LOOP"
006772           ADD 1 TO WS-DEFINITION-ERRORS
006773        END-IF
006774     END-PERFORM.
006775     IF WS-DEFINITION-ERRORS > 0
006776        DISPLAY "NITERUNRB: PREDECESSOR LOOP - NO STEPS RUN"
006777        MOVE 16 TO RETURN-CODE
006778        GOBACK
006779     END-IF.
006781     DISPLAY "NITERUNRB: " WS-RUN-COUNT " OF " WS-JOB-COUNT
006782         " DEFINED STEPS DUE TONIGHT".
006783 0080-EXIT.
006784     EXIT.
006785
006786 0085-CHECK-PREDECESSORS.
006787     SET PREDECESSORS-READY TO TRUE.
006788     PERFORM VARYING WS-PRED-SUB FROM 1 BY 1
006789        UNTIL WS-PRED-SUB > 4
006796        IF TABLE-JOB-PREDECESSOR (WS-JOB-SUB, WS-PRED-SUB)
006797           NOT = SPACES
006798           PERFORM 0088-FIND-PREDECESSOR
006799           IF JOB-RUNS-TONIGHT (WS-PRED-JOB-SUB)
006801              AND NOT JOB-PLACED (WS-PRED-JOB-SUB)
006802              MOVE "N" TO WS-PREDS-READY-SW
006803           END-IF
006804        END-IF
006805     END-PERFORM.
006806
006807 0088-FIND-PREDECESSOR.
006808* NOT FOUND LEAVES WS-PRED-JOB-SUB PAST THE LAST STEP.
006809     PERFORM VARYING WS-PRED-JOB-SUB FROM 1 BY 1
006811        UNTIL WS-PRED-JOB-SUB > WS-JOB-COUNT
006812           OR TABLE-JOB-STEP (WS-PRED-JOB-SUB) =
006813              TABLE-JOB-PREDECESSOR (WS-JOB-SUB, WS-PRED-SUB)
006814     END-PERFORM.
006815
006816 0090-WRITE-EXPECTED-RUNS.
006817* TONIGHT'S RUN LIST, IN RUN ORDER, PLUS THE BALANCING STEP THAT
006818* ALWAYS CLOSES THE NIGHT - REWRITTEN EVERY NIGHT SO OPSRPTRB
006819* EXPECTS EXACTLY WHAT WAS SCHEDULED.
006821     OPEN OUTPUT EXPECTED-RUNS-FILE.
006822     IF NOT GOOD-EXPECTED-RUNS-WRITE
006823        DISPLAY "NITERUNRB: UNABLE TO WRITE EXPECTED-RUN LIST, "
006824            "STATUS = " WS-EXPECTED-RUNS-STATUS
006825     ELSE
006826        PERFORM VARYING WS-RUN-SUB FROM 1 BY 1
006827           UNTIL WS-RUN-SUB > WS-RUN-COUNT
006828           MOVE WS-RUN-ORDER (WS-RUN-SUB) TO WS-JOB-SUB
006829           MOVE TABLE-JOB-STEP (WS-JOB-SUB) TO EXP-PROGRAM-NAME
006831           MOVE WS-BUSINESS-DATE TO EXP-BUSINESS-DATE
006832           WRITE EXPECTED-RUNS-RECORD
006833        END-PERFORM
006834        IF WS-RUN-COUNT > 0
006835           MOVE "NITEBALRB" TO EXP-PROGRAM-NAME
006836           MOVE WS-BUSINESS-DATE TO EXP-BUSINESS-DATE
006837           WRITE EXPECTED-RUNS-RECORD
006838        END-IF
006839        CLOSE EXPECTED-RUNS-FILE
006841     END-IF.
006520 0200-CHECK-STEP-DONE.
006842* DONE MEANS AN END RECORD TONIGHT WITHIN THE STEP'S MAXIMUM
006843* RETURN CODE.  A LATER FAILED END (A RERUN THAT DIED) DOES NOT
006844* UNDO AN EARLIER GOOD ONE, SINCE THE GOOD RUN'S OUTPUT STANDS.
006530     MOVE "N" TO WS-STEP-DONE-SW.
006540     PERFORM VARYING WS-DONE-SUB FROM 1 BY 1
006550        UNTIL WS-DONE-SUB > WS-DONE-COUNT
006560        IF WS-DONE-STEP-ENTRY (WS-DONE-SUB) =
006570           WS-STEP-NAME (1:10)
006845           AND WS-DONE-RETURN-CODE (WS-DONE-SUB) NOT >
006846               WS-STEP-MAX-RC
006580           SET STEP-ALREADY-DONE TO TRUE
006590        END-IF
006591     END-PERFORM.
006794     CLOSE RUN-CONTROL-FILE.
006795
006800 0100-CHECK-STEP.
006847* A RETURN CODE UP TO THE STEP'S MAXIMUM IS A COMPLETED STEP;
006848* ONLY ONE ABOVE IT STOPS THE STREAM.  THE BALANCING STEP IS
006849* HELD TO ZERO.
006810     MOVE RETURN-CODE TO WS-STEP-RETURN-CODE.
006851     IF WS-STEP-RETURN-CODE > WS-STEP-MAX-RC
006820        OR WS-STEP-RETURN-CODE < 0
006830        DISPLAY "NITERUNRB: " WS-STEP-NAME
006840            " FAILED, RETURN-CODE = " WS-STEP-RETURN-CODE
006850        DISPLAY "NITERUNRB: JOB STREAM STOPPED"
006860     ELSE
006865        IF WS-STEP-RETURN-CODE > 0
006870           DISPLAY "NITERUNRB: " WS-STEP-NAME " COMPLETE, "
006871               "RETURN-CODE " WS-STEP-RETURN-CODE
006872               " WITHIN LIMIT " WS-STEP-MAX-RC
006873        ELSE
006874           DISPLAY "NITERUNRB: " WS-STEP-NAME " COMPLETE"
006875        END-IF
006880     END-IF.
006890 0600-RUN-ONE-STEP.
006900* ONE SCHEDULED STEP - SKIPPED WHEN RUN CONTROL SHOWS IT ALREADY
006910* DONE TONIGHT, OTHERWISE CALLED BY NAME AND LOGGED.
006920     MOVE TABLE-JOB-STEP (WS-JOB-SUB)   TO WS-STEP-PROGRAM.
006930     MOVE TABLE-JOB-STEP (WS-JOB-SUB)   TO WS-STEP-NAME.
006940     MOVE TABLE-JOB-MAX-RC (WS-JOB-SUB) TO WS-STEP-MAX-RC.
006950     MOVE 0 TO WS-STEP-RETURN-CODE.
006960     PERFORM 0200-CHECK-STEP-DONE.
006970     IF STEP-ALREADY-DONE
006980        DISPLAY "NITERUNRB: " WS-STEP-PROGRAM
006990            " ALREADY COMPLETE FOR " WS-BUSINESS-DATE
007000            " - SKIPPED"
007010     ELSE
007020        PERFORM 0300-LOG-STEP-START
007030        CALL WS-STEP-PROGRAM
007040        PERFORM 0100-CHECK-STEP
007050        PERFORM 0400-LOG-STEP-END
007060     END-IF.
