000700*                   STALE ACCUMULATORS (E.G. PROBLEM1'S
000710*                   LOOP-SUM) AND PUBLISH A WRONG ANSWER TO THE
000720*                   MASTERS WITH RC ZERO.
000721*  10/15/2026 DLW   EULERDRV NOW MINTS THE RUN CORRELATION ID
000722*                   (START STAMP YYYYMMDDHHMMSSCC PLUS 'EULERDRV')
000723*                   AND PUBLISHES IT IN THE EULERRUN-ID
000724*                   ENVIRONMENT VARIABLE BEFORE THE FIRST CALL, SO
000725*                   EVERY STEP STAMPS THE SAME ID ON THE RECORDS
000726*                   IT WRITES AND EULERMSG CARRIES IT ONTO
000727*                   MSGLOG.  SUMMOUT CARRIES THE ID AS WELL.
000728*  10/15/2026 DLW   THE PLAN IS NOW CHOSEN FROM THE CALENDAR
000729*                   BUSINESS-CALENDAR CONTROL FILE FOR THE RUN
000730*                   DATE INSTEAD OF BY SWAPPING JOBPLANS BY HAND.
000731*                   RULE CARDS MAP THE DAILY, MONTH-END (LAST
000732*                   BUSINESS DAY OF THE MONTH) AND QUARTER-END
000733*                   (LAST BUSINESS DAY OF MAR/JUN/SEP/DEC) RULES
000734*                   TO A NAMED PLAN OVER A DATE RANGE; HOLIDAY
000735*                   CARDS AND WEEKENDS ARE NOT BUSINESS DAYS AND
000736*                   TAKE THE HOLIDAY-SKIP PLAN ("SKIP"); A DATE
000737*                   CARD NAMES THE PLAN FOR ONE DAY OUTRIGHT.
000738*                   JOBPLAN CARDS NOW CARRY THE PLAN THEY BELONG
000739*                   TO, AND ONLY THE CHOSEN PLAN'S CARDS ARE
000740*                   LOADED.  THE PLAN AND THE REASON ARE LOGGED
000741*                   AND WRITTEN TO SUMMOUT.  A SKIP DAY ENDS
000742*                   WITH RC-CAL-SKIP AND A DATE THE CALENDAR
000743*                   DOES NOT COVER WITH RC-CAL-NO-ENTRY, NOTHING
000744*                   RUN.  WITH NO CALENDAR ALLOCATED THE WHOLE
000745*                   JOBPLAN RUNS AS BEFORE.
000746*  10/15/2026 DLW   EVERY PLANNED STEP, DEFAULT CHAIN INCLUDED, IS
000747*                   NOW LOOKED UP ON THE PGMREG PROGRAM REGISTRY
000748*                   BEFORE THE CHAIN STARTS.  A STEP FOR A PROGRAM
000749*                   NOT REGISTERED, OR REGISTERED BUT INACTIVE, IS
000750*                   REFUSED -- LOGGED AND NEVER CALLED -- AND ENDS
000751*                   WITH RC-PARM-ERROR UNDER ITS ON-ERROR POLICY,
000752*                   AS AN UNCALLABLE PROGRAM ALWAYS HAS.  SUMMOUT
000753*                   NOW CARRIES ONE RECORD PER STEP, WITH HOW THE
000754*                   STEP ENDED, INSTEAD OF THE THREE FIXED
000755*                   PROBLEM1/2/3 SLOTS.
000756*****************************************************************
000757 ENVIRONMENT DIVISION.
000758 CONFIGURATION SECTION.
000760 SOURCE-COMPUTER. IBM-370.
000770 OBJECT-COMPUTER. IBM-370.
000780 INPUT-OUTPUT SECTION.
000790 FILE-CONTROL.
000792     SELECT CALENDAR ASSIGN TO "CALENDAR"
000794         ORGANIZATION IS LINE SEQUENTIAL
000796         FILE STATUS IS WS-CALENDAR-STATUS.
000800     SELECT JOBPLAN ASSIGN TO "JOBPLAN"
000810         ORGANIZATION IS LINE SEQUENTIAL
000820         FILE STATUS IS WS-JOBPLAN-STATUS.
000860     SELECT SUMMOUT ASSIGN TO "SUMMOUT"
000870         ORGANIZATION IS LINE SEQUENTIAL
000880         FILE STATUS IS WS-SUMMOUT-STATUS.
000881     SELECT PGMREG ASSIGN TO "PGMREG"
000882         ORGANIZATION IS INDEXED
000883         ACCESS MODE IS RANDOM
000884         RECORD KEY IS PGMREG-KEY
000885         FILE STATUS IS WS-PGMREG-STATUS.
000890 DATA DIVISION.
000900 FILE SECTION.
000901*    THE BUSINESS CALENDAR.  RULE CARDS ('R') MAP DAILY,
000902*    MONTHEND OR QTREND TO A JOBPLAN PLAN NAME FOR THE DATES
000903*    FROM/TO; HOLIDAY CARDS ('H') NAME A NON-BUSINESS DAY; DATE
000904*    CARDS ('D') NAME THE PLAN FOR ONE DAY OUTRIGHT.  A CARD
000905*    WITH '*' OR A SPACE IN COLUMN 1 IS A COMMENT.
000906 FD  CALENDAR
000907     RECORDING MODE IS F.
000908 01  CAL-RULE-REC.
000909     05  CAL-CARD-TYPE              PIC X(01).
000910         88  CAL-RULE-CARD          VALUE 'R'.
000911         88  CAL-HOLIDAY-CARD       VALUE 'H'.
000912         88  CAL-DATE-CARD          VALUE 'D'.
000913         88  CAL-COMMENT-CARD       VALUE '*' ' '.
000914     05  FILLER                     PIC X(01).
000915     05  CAL-RULE-CODE              PIC X(08).
000916     05  FILLER                     PIC X(01).
000917     05  CAL-RULE-FROM-DATE         PIC X(08).
000918     05  FILLER                     PIC X(01).
000919     05  CAL-RULE-TO-DATE           PIC X(08).
000920     05  FILLER                     PIC X(01).
000921     05  CAL-RULE-PLAN-NAME         PIC X(08).
000922 01  CAL-HOLIDAY-REC.
000923     05  FILLER                     PIC X(02).
000924     05  CAL-HOL-DATE               PIC X(08).
000925     05  FILLER                     PIC X(01).
000926     05  CAL-HOL-DESCRIPTION        PIC X(30).
000927 01  CAL-DATE-REC.
000928     05  FILLER                     PIC X(02).
000929     05  CAL-DAY-DATE               PIC X(08).
000930     05  FILLER                     PIC X(01).
000931     05  CAL-DAY-PLAN-NAME          PIC X(08).
000932     05  FILLER                     PIC X(01).
000933     05  CAL-DAY-DESCRIPTION        PIC X(30).
000934 FD  JOBPLAN
000935     RECORDING MODE IS F.
000936 01  JOBPLAN-REC.
000940     05  JOBPLAN-PROGRAM-NAME       PIC X(08).
000950     05  JOBPLAN-ON-ERROR           PIC X(01).
000953     05  FILLER                     PIC X(01).
000956     05  JOBPLAN-PLAN-NAME          PIC X(08).
000960 FD  RESULTOUT
000970     RECORDING MODE IS F.
000980     COPY RESLOUT.
000990 FD  SUMMOUT
001000     RECORDING MODE IS F.
001010     COPY DRVSUM.
001012 FD  PGMREG
001014     RECORDING MODE IS F.
001016     COPY PGMREG.
001020 WORKING-STORAGE SECTION.
001030*-----------------------------------------------------------------
001040* FILE STATUS AND DATE/TIME WORK AREAS
001050*-----------------------------------------------------------------
001052 01  WS-CALENDAR-STATUS             PIC X(02) VALUE SPACES.
001054     88  CALENDAR-OK                VALUE '00'.
001056     88  CALENDAR-NOT-FOUND         VALUE '35'.
001060 01  WS-JOBPLAN-STATUS              PIC X(02) VALUE SPACES.
001070     88  JOBPLAN-OK                 VALUE '00'.
001080     88  JOBPLAN-NOT-FOUND          VALUE '35'.
001100     88  RESULTOUT-OK               VALUE '00'.
001110 01  WS-SUMMOUT-STATUS              PIC X(02) VALUE SPACES.
001120     88  SUMMOUT-OK                 VALUE '00'.
001123 01  WS-PGMREG-STATUS               PIC X(02) VALUE SPACES.
001126     88  PGMREG-OK                  VALUE '00'.
001130 01  WS-EOF-FLAG                    PIC X(01) VALUE 'N'.
001140     88  FILE-EOF                   VALUE 'Y'.
001150 01  WS-CURRENT-DATE.
001200* CHAIN WHEN JOBPLAN IS NOT PRESENT).  EACH ENTRY HOLDS THE
001210* PROGRAM TO CALL, ITS ON-ERROR POLICY, AND -- ONCE THE STEP HAS
001220* RUN -- ITS RETURN CODE AND ITS CAPTURED RESULTOUT RECORD.
001222* THE REGISTRY FLAG RECORDS WHAT PGMREG SAID OF THE PROGRAM; THE
001224* RAN FLAG IS 'Y' ONCE THE STEP WAS CALLED AND 'X' WHEN IT WAS
001226* REFUSED INSTEAD.
001230*-----------------------------------------------------------------
001240 01  WS-STEP-TABLE.
001250     05  WS-STEP-ENTRY OCCURS 20 TIMES.
001300         10  WS-STEP-OUT-PROGRAM    PIC X(08).
001310         10  WS-STEP-OUT-LIMIT      PIC 9(18).
001320         10  WS-STEP-OUT-RESULT     PIC 9(38).
001322         10  WS-STEP-REG-FLAG       PIC X(01).
001324             88  STEP-REGISTERED    VALUE 'Y'.
001326             88  STEP-UNREGISTERED  VALUE 'U'.
001328             88  STEP-INACTIVE      VALUE 'I'.
001330 01  WS-STEP-COUNT                  PIC 9(03) COMP VALUE ZERO.
001340 01  WS-STEP-MAX                    PIC 9(03) COMP VALUE 20.
001350 01  SUB-1                          PIC 9(03) COMP VALUE ZERO.
001390 01  WS-WORST-RC                    PIC 9(02) VALUE ZERO.
001400 01  WS-EDIT-STEP                   PIC Z9.
001410 01  WS-EDIT-RC                     PIC Z9.
001411*-----------------------------------------------------------------
001412* THE BUSINESS CALENDAR, HELD WHOLE WHILE THE RUN DATE IS
001413* CLASSIFIED.  A DROPPED HOLIDAY WOULD RUN A PLAN ON A CLOSED
001414* DAY, SO A CALENDAR LARGER THAN THESE TABLES ABENDS.
001415*-----------------------------------------------------------------
001416 01  WS-RULE-TABLE.
001417     05  WS-RULE-ENTRY OCCURS 20 TIMES.
001418         10  WS-RULE-CODE           PIC X(08).
001419         10  WS-RULE-FROM-DATE      PIC X(08).
001420         10  WS-RULE-TO-DATE        PIC X(08).
001421         10  WS-RULE-PLAN-NAME      PIC X(08).
001422 01  WS-RULE-COUNT                  PIC 9(03) COMP VALUE ZERO.
001423 01  WS-RULE-MAX                    PIC 9(03) COMP VALUE 20.
001424 01  WS-HOLIDAY-TABLE.
001425     05  WS-HOLIDAY-ENTRY OCCURS 100 TIMES.
001426         10  WS-HOL-DATE            PIC X(08).
001427         10  WS-HOL-DESCRIPTION     PIC X(30).
001428 01  WS-HOLIDAY-COUNT               PIC 9(03) COMP VALUE ZERO.
001429 01  WS-HOLIDAY-MAX                 PIC 9(03) COMP VALUE 100.
001430 01  WS-DAY-TABLE.
001431     05  WS-DAY-ENTRY OCCURS 100 TIMES.
001432         10  WS-DAY-DATE            PIC X(08).
001433         10  WS-DAY-PLAN-NAME       PIC X(08).
001434         10  WS-DAY-DESCRIPTION     PIC X(30).
001435 01  WS-DAY-COUNT                   PIC 9(03) COMP VALUE ZERO.
001436 01  WS-DAY-MAX                     PIC 9(03) COMP VALUE 100.
001437 01  WS-MATCH-SUB                   PIC 9(03) COMP VALUE ZERO.
001438*-----------------------------------------------------------------
001439* THE PLAN CHOSEN FOR THE RUN DATE AND WHY.  "SKIP" IS THE
001440* HOLIDAY-SKIP PLAN -- NOTHING RUNS.
001441*-----------------------------------------------------------------
001442 01  WS-CALENDAR-FLAG               PIC X(01) VALUE 'N'.
001443     88  CALENDAR-IN-USE            VALUE 'Y'.
001444 01  WS-PLAN-OUTCOME                PIC X(01) VALUE 'R'.
001445     88  PLAN-RUN-DAY               VALUE 'R'.
001446     88  PLAN-SKIP-DAY              VALUE 'S'.
001447     88  PLAN-NO-ENTRY              VALUE 'N'.
001448 01  WS-PLAN-NAME                   PIC X(08) VALUE SPACES.
001449 01  WS-PLAN-REASON                 PIC X(40) VALUE SPACES.
001450 01  WS-SKIP-PLAN-NAME              PIC X(08) VALUE "SKIP".
001451 01  WS-WANT-RULE                   PIC X(08) VALUE SPACES.
001452*-----------------------------------------------------------------
001453* RUN-DATE CLASSIFICATION.  INTEGER-OF-DATE COUNTS FROM MONDAY
001454* 01/01/1601, SO ITS REMAINDER BY 7 IS 6 ON A SATURDAY AND 0 ON
001455* A SUNDAY.
001456*-----------------------------------------------------------------
001457 01  WS-RUN-DATE                    PIC X(08) VALUE SPACES.
001458 01  WS-TEST-DATE                   PIC X(08) VALUE SPACES.
001459 01  WS-TEST-NUM                    PIC 9(08) VALUE ZERO.
001460 01  WS-TEST-INT                    PIC 9(08) VALUE ZERO.
001461 01  WS-WEEK-COUNT                  PIC 9(08) VALUE ZERO.
001462 01  WS-DAY-OF-WEEK                 PIC 9(01) VALUE ZERO.
001463     88  WEEKEND-DAY                VALUE 0 6.
001464 01  WS-BUSINESS-FLAG               PIC X(01) VALUE 'N'.
001465     88  BUSINESS-DAY               VALUE 'Y'.
001466 01  WS-LAST-BDAY-FLAG              PIC X(01) VALUE 'N'.
001467     88  LAST-BUSINESS-DAY          VALUE 'Y'.
001468 01  WS-SCAN-FLAG                   PIC X(01) VALUE 'N'.
001469     88  SCAN-DONE                  VALUE 'Y'.
001470 01  WS-SCAN-INT                    PIC 9(08) VALUE ZERO.
001471 01  WS-SCAN-NUM                    PIC 9(08) VALUE ZERO.
001472 01  WS-SCAN-DATE                   PIC X(08) VALUE SPACES.
001473*-----------------------------------------------------------------
001474* RUN CORRELATION ID SHARED BY EVERY STEP OF THIS SUBMISSION
001475*-----------------------------------------------------------------
001476 01  WS-RUN-ID.
001477     05  WS-RUN-ID-STAMP            PIC X(16).
001478     05  WS-RUN-ID-ORIGIN           PIC X(08).
001479*-----------------------------------------------------------------
001480* COMMON MESSAGE-ROUTINE PARAMETER AREA AND THE SUITE'S STANDARD
001481* RETURN-CODE CLASSES (SEE EULERMSG).
001482*-----------------------------------------------------------------
001483     COPY MSGAREA.
001484     COPY EULERRC.
001485 PROCEDURE DIVISION.
001490 0000-MAINLINE.
001500     DISPLAY "EULERDRV-CALLED" UPON ENVIRONMENT-NAME.
001510     DISPLAY "Y" UPON ENVIRONMENT-VALUE.
001511     MOVE FUNCTION CURRENT-DATE(1:16) TO WS-RUN-ID-STAMP.
001512     MOVE "EULERDRV" TO WS-RUN-ID-ORIGIN.
001513     DISPLAY "EULERRUN-ID" UPON ENVIRONMENT-NAME.
001514     DISPLAY WS-RUN-ID UPON ENVIRONMENT-VALUE.
001515     MOVE WS-RUN-ID TO MSG-RUN-ID.
001516     PERFORM 0500-SELECT-PLAN THRU 0500-EXIT.
001517     IF PLAN-SKIP-DAY
001518         PERFORM 3000-WRITE-SUMMARY THRU 3000-EXIT
001519         MOVE RC-CAL-SKIP TO RETURN-CODE
001520         STOP RUN
001521     END-IF.
001522     IF PLAN-NO-ENTRY
001523         PERFORM 3000-WRITE-SUMMARY THRU 3000-EXIT
001524         MOVE RC-CAL-NO-ENTRY TO RETURN-CODE
001525         STOP RUN
001526     END-IF.
001527     PERFORM 1000-LOAD-JOBPLAN THRU 1000-EXIT.
001528     PERFORM 1700-CHECK-REGISTRY THRU 1700-EXIT.
001530     PERFORM 2000-RUN-STEP THRU 2000-EXIT
001540         VARYING SUB-1 FROM 1 BY 1
001550         UNTIL SUB-1 > WS-STEP-COUNT
001580     MOVE WS-WORST-RC TO RETURN-CODE.
001590     STOP RUN.
001600
001601*-----------------------------------------------------------------
001602* 0500-SELECT-PLAN -- CHOOSE TODAY'S PLAN FROM THE BUSINESS
001603* CALENDAR.  WITH NO CALENDAR ALLOCATED THE JOBPLAN RUNS WHOLE,
001604* AS IT ALWAYS HAS.  EITHER WAY THE PLAN AND THE REASON ARE
001605* LOGGED AND GO ON SUMMOUT.
001606*-----------------------------------------------------------------
001607 0500-SELECT-PLAN.
001608     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
001609     MOVE WS-CURRENT-DATE-YYYYMMDD TO WS-RUN-DATE.
001610     MOVE 'N' TO WS-EOF-FLAG.
001611     OPEN INPUT CALENDAR.
001612     IF CALENDAR-NOT-FOUND
001613         MOVE "JOBPLAN" TO WS-PLAN-NAME
001614         MOVE "NO CALENDAR - JOBPLAN RUN AS ALLOCATED"
001615             TO WS-PLAN-REASON
001616         PERFORM 0590-LOG-PLAN THRU 0590-EXIT
001617         GO TO 0500-EXIT
001618     END-IF.
001619     IF NOT CALENDAR-OK
001620         MOVE "DRV011E" TO MSG-ID
001621         STRING "UNABLE TO OPEN CALENDAR, STATUS "
001622             WS-CALENDAR-STATUS
001623             DELIMITED BY SIZE INTO MSG-TEXT
001624         PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
001625         MOVE RC-FILE-ERROR TO RETURN-CODE
001626         STOP RUN
001627     END-IF.
001628     SET CALENDAR-IN-USE TO TRUE.
001629     PERFORM 0510-LOAD-CALENDAR-CARD THRU 0510-EXIT
001630         UNTIL FILE-EOF.
001631     CLOSE CALENDAR.
001632     PERFORM 0600-CHOOSE-PLAN THRU 0600-EXIT.
001633     IF PLAN-RUN-DAY AND WS-PLAN-NAME = WS-SKIP-PLAN-NAME
001634         SET PLAN-SKIP-DAY TO TRUE
001635     END-IF.
001636     PERFORM 0590-LOG-PLAN THRU 0590-EXIT.
001637 0500-EXIT.
001638     EXIT.
001639
001640*    A CARD THAT CANNOT BE USED IS SKIPPED WITH A WARNING, AS
001641*    A BAD JOBPLAN CARD IS; ONLY A FULL TABLE ABENDS.
001642 0510-LOAD-CALENDAR-CARD.
001643     READ CALENDAR
001644         AT END
001645             SET FILE-EOF TO TRUE
001646             GO TO 0510-EXIT
001647     END-READ.
001648     EVALUATE TRUE
001649         WHEN CAL-COMMENT-CARD
001650             CONTINUE
001651         WHEN CAL-RULE-CARD
001652             PERFORM 0520-ADD-RULE THRU 0520-EXIT
001653         WHEN CAL-HOLIDAY-CARD
001654             PERFORM 0530-ADD-HOLIDAY THRU 0530-EXIT
001655         WHEN CAL-DATE-CARD
001656             PERFORM 0540-ADD-DAY THRU 0540-EXIT
001657         WHEN OTHER
001658             MOVE "DRV012W" TO MSG-ID
001659             STRING "CALENDAR CARD TYPE " CAL-CARD-TYPE
001660                 " NOT RECOGNIZED, CARD SKIPPED"
001661                 DELIMITED BY SIZE INTO MSG-TEXT
001662             PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
001663     END-EVALUATE.
001664 0510-EXIT.
001665     EXIT.
001666
001667 0520-ADD-RULE.
001668     IF CAL-RULE-CODE NOT = "DAILY"
001669         AND CAL-RULE-CODE NOT = "MONTHEND"
001670         AND CAL-RULE-CODE NOT = "QTREND"
001671         MOVE "DRV012W" TO MSG-ID
001672         STRING "CALENDAR RULE " CAL-RULE-CODE
001673             " NOT DAILY, MONTHEND OR QTREND, CARD SKIPPED"
001674             DELIMITED BY SIZE INTO MSG-TEXT
001675         PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
001676         GO TO 0520-EXIT
001677     END-IF.
001678     IF CAL-RULE-PLAN-NAME = SPACES
001679         OR CAL-RULE-FROM-DATE = SPACES
001680         OR CAL-RULE-TO-DATE = SPACES
001681         MOVE "DRV012W" TO MSG-ID
001682         STRING "CALENDAR RULE " CAL-RULE-CODE
001683             " LACKS A PLAN OR DATE RANGE, CARD SKIPPED"
001684             DELIMITED BY SIZE INTO MSG-TEXT
001685         PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
001686         GO TO 0520-EXIT
001687     END-IF.
001688     IF WS-RULE-COUNT >= WS-RULE-MAX
001689         PERFORM 0580-CALENDAR-FULL THRU 0580-EXIT
001690     END-IF.
001691     ADD 1 TO WS-RULE-COUNT.
001692     MOVE CAL-RULE-CODE      TO WS-RULE-CODE (WS-RULE-COUNT).
001693     MOVE CAL-RULE-FROM-DATE TO WS-RULE-FROM-DATE (WS-RULE-COUNT).
001694     MOVE CAL-RULE-TO-DATE   TO WS-RULE-TO-DATE (WS-RULE-COUNT).
001695     MOVE CAL-RULE-PLAN-NAME TO WS-RULE-PLAN-NAME (WS-RULE-COUNT).
001696 0520-EXIT.
001697     EXIT.
001698
001699 0530-ADD-HOLIDAY.
001700     IF CAL-HOL-DATE = SPACES
001701         MOVE "DRV012W" TO MSG-ID
001702         MOVE "CALENDAR HOLIDAY CARD HAS NO DATE, CARD SKIPPED"
001703             TO MSG-TEXT
001704         PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
001705         GO TO 0530-EXIT
001706     END-IF.
001707     IF WS-HOLIDAY-COUNT >= WS-HOLIDAY-MAX
001708         PERFORM 0580-CALENDAR-FULL THRU 0580-EXIT
001709     END-IF.
001710     ADD 1 TO WS-HOLIDAY-COUNT.
001711     MOVE CAL-HOL-DATE TO WS-HOL-DATE (WS-HOLIDAY-COUNT).
001712     MOVE CAL-HOL-DESCRIPTION
001713         TO WS-HOL-DESCRIPTION (WS-HOLIDAY-COUNT).
001714 0530-EXIT.
001715     EXIT.
001716
001717 0540-ADD-DAY.
001718     IF CAL-DAY-DATE = SPACES OR CAL-DAY-PLAN-NAME = SPACES
001719         MOVE "DRV012W" TO MSG-ID
001720         MOVE "CALENDAR DATE CARD LACKS A DATE OR PLAN, SKIPPED"
001721             TO MSG-TEXT
001722         PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
001723         GO TO 0540-EXIT
001724     END-IF.
001725     IF WS-DAY-COUNT >= WS-DAY-MAX
001726         PERFORM 0580-CALENDAR-FULL THRU 0580-EXIT
001727     END-IF.
001728     ADD 1 TO WS-DAY-COUNT.
001729     MOVE CAL-DAY-DATE      TO WS-DAY-DATE (WS-DAY-COUNT).
001730     MOVE CAL-DAY-PLAN-NAME TO WS-DAY-PLAN-NAME (WS-DAY-COUNT).
001731     MOVE CAL-DAY-DESCRIPTION
001732         TO WS-DAY-DESCRIPTION (WS-DAY-COUNT).
001733 0540-EXIT.
001734     EXIT.
001735
001736 0580-CALENDAR-FULL.
001737     MOVE "DRV013E" TO MSG-ID.
001738     MOVE "CALENDAR EXCEEDS WORK TABLE CAPACITY" TO MSG-TEXT.
001739     PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT.
001740     MOVE RC-PARM-ERROR TO RETURN-CODE.
001741     STOP RUN.
001742 0580-EXIT.
001743     EXIT.
001744
001745 0590-LOG-PLAN.
001746     IF PLAN-NO-ENTRY
001747         MOVE "DRV014W" TO MSG-ID
001748         STRING "RUN DATE " WS-RUN-DATE
001749             " HAS NO CALENDAR ENTRY - "
001750             WS-PLAN-REASON
001751             DELIMITED BY SIZE INTO MSG-TEXT
001752     ELSE
001753         MOVE "DRV010I" TO MSG-ID
001754         STRING "RUN DATE " WS-RUN-DATE
001755             " PLAN " WS-PLAN-NAME " - "
001756             WS-PLAN-REASON
001757             DELIMITED BY SIZE INTO MSG-TEXT
001758     END-IF.
001759     PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT.
001760 0590-EXIT.
001761     EXIT.
001762
001763*-----------------------------------------------------------------
001764* 0600-CHOOSE-PLAN -- CLASSIFY THE RUN DATE.  A DATE CARD WINS
001765* OUTRIGHT; THEN A HOLIDAY SKIPS; THEN A DATE NO RULE COVERS
001766* HAS NO CALENDAR ENTRY; THEN A WEEKEND SKIPS.  A BUSINESS DAY
001767* TAKES THE QUARTER-END RULE ON THE LAST BUSINESS DAY OF MARCH,
001768* JUNE, SEPTEMBER AND DECEMBER, THE MONTH-END RULE ON THE LAST
001769* BUSINESS DAY OF ANY MONTH, AND OTHERWISE THE DAILY RULE --
001770* FALLING BACK DOWN THAT LIST WHEN A RULE IS NOT ON THE CARDS.
001771*-----------------------------------------------------------------
001772 0600-CHOOSE-PLAN.
001773     SET PLAN-RUN-DAY TO TRUE.
001774     MOVE ZERO TO WS-MATCH-SUB.
001775     PERFORM 0610-MATCH-DAY THRU 0610-EXIT
001776         VARYING SUB-1 FROM 1 BY 1
001777         UNTIL SUB-1 > WS-DAY-COUNT
001778             OR WS-MATCH-SUB > ZERO.
001779     IF WS-MATCH-SUB > ZERO
001780         MOVE WS-DAY-PLAN-NAME (WS-MATCH-SUB) TO WS-PLAN-NAME
001781         STRING "DATE CARD - "
001782             WS-DAY-DESCRIPTION (WS-MATCH-SUB)
001783             DELIMITED BY SIZE INTO WS-PLAN-REASON
001784         GO TO 0600-EXIT
001785     END-IF.
001786     MOVE WS-RUN-DATE TO WS-TEST-DATE.
001787     PERFORM 0700-CHECK-BUSINESS-DAY THRU 0700-EXIT.
001788     IF WS-MATCH-SUB > ZERO
001789         MOVE WS-SKIP-PLAN-NAME TO WS-PLAN-NAME
001790         STRING "HOLIDAY - "
001791             WS-HOL-DESCRIPTION (WS-MATCH-SUB)
001792             DELIMITED BY SIZE INTO WS-PLAN-REASON
001793         GO TO 0600-EXIT
001794     END-IF.
001795     MOVE ZERO TO WS-MATCH-SUB.
001796     PERFORM 0630-MATCH-ANY-RULE THRU 0630-EXIT
001797         VARYING SUB-1 FROM 1 BY 1
001798         UNTIL SUB-1 > WS-RULE-COUNT
001799             OR WS-MATCH-SUB > ZERO.
001800     IF WS-MATCH-SUB = ZERO
001801         SET PLAN-NO-ENTRY TO TRUE
001802         MOVE "NO CALENDAR RULE COVERS THIS DATE"
001803             TO WS-PLAN-REASON
001804         GO TO 0600-EXIT
001805     END-IF.
001806     IF NOT BUSINESS-DAY
001807         MOVE WS-SKIP-PLAN-NAME TO WS-PLAN-NAME
001808         MOVE "WEEKEND - NOT A BUSINESS DAY" TO WS-PLAN-REASON
001809         GO TO 0600-EXIT
001810     END-IF.
001811     PERFORM 0750-CHECK-LAST-BDAY THRU 0750-EXIT.
001812     IF LAST-BUSINESS-DAY
001813         AND (WS-RUN-DATE(5:2) = "03" OR "06" OR "09" OR "12")
001814         MOVE "QTREND" TO WS-WANT-RULE
001815         PERFORM 0620-FIND-RULE THRU 0620-EXIT
001816         IF WS-MATCH-SUB > ZERO
001817             MOVE WS-RULE-PLAN-NAME (WS-MATCH-SUB)
001818                 TO WS-PLAN-NAME
001819             MOVE "LAST BUSINESS DAY OF THE QUARTER"
001820                 TO WS-PLAN-REASON
001821             GO TO 0600-EXIT
001822         END-IF
001823     END-IF.
001824     IF LAST-BUSINESS-DAY
001825         MOVE "MONTHEND" TO WS-WANT-RULE
001826         PERFORM 0620-FIND-RULE THRU 0620-EXIT
001827         IF WS-MATCH-SUB > ZERO
001828             MOVE WS-RULE-PLAN-NAME (WS-MATCH-SUB)
001829                 TO WS-PLAN-NAME
001830             MOVE "LAST BUSINESS DAY OF THE MONTH"
001831                 TO WS-PLAN-REASON
001832             GO TO 0600-EXIT
001833         END-IF
001834     END-IF.
001835     MOVE "DAILY" TO WS-WANT-RULE.
001836     PERFORM 0620-FIND-RULE THRU 0620-EXIT.
001837     IF WS-MATCH-SUB > ZERO
001838         MOVE WS-RULE-PLAN-NAME (WS-MATCH-SUB) TO WS-PLAN-NAME
001839         MOVE "BUSINESS DAY" TO WS-PLAN-REASON
001840         GO TO 0600-EXIT
001841     END-IF.
001842     SET PLAN-NO-ENTRY TO TRUE.
001843     MOVE "NO CALENDAR RULE FOR THIS BUSINESS DAY"
001844         TO WS-PLAN-REASON.
001845 0600-EXIT.
001846     EXIT.
001847
001848 0610-MATCH-DAY.
001849     IF WS-DAY-DATE (SUB-1) = WS-RUN-DATE
001850         MOVE SUB-1 TO WS-MATCH-SUB
001851     END-IF.
001852 0610-EXIT.
001853     EXIT.
001854
001855*    THE RULE NAMED IN WS-WANT-RULE WHOSE RANGE COVERS THE RUN
001856*    DATE, SUBSCRIPT LEFT IN WS-MATCH-SUB (ZERO WHEN NONE).
001857 0620-FIND-RULE.
001858     MOVE ZERO TO WS-MATCH-SUB.
001859     PERFORM 0625-MATCH-RULE THRU 0625-EXIT
001860         VARYING SUB-1 FROM 1 BY 1
001861         UNTIL SUB-1 > WS-RULE-COUNT
001862             OR WS-MATCH-SUB > ZERO.
001863 0620-EXIT.
001864     EXIT.
001865
001866 0625-MATCH-RULE.
001867     IF WS-RULE-CODE (SUB-1) = WS-WANT-RULE
001868         PERFORM 0630-MATCH-ANY-RULE THRU 0630-EXIT
001869     END-IF.
001870 0625-EXIT.
001871     EXIT.
001872
001873 0630-MATCH-ANY-RULE.
001874     IF WS-RUN-DATE >= WS-RULE-FROM-DATE (SUB-1)
001875         AND WS-RUN-DATE <= WS-RULE-TO-DATE (SUB-1)
001876         MOVE SUB-1 TO WS-MATCH-SUB
001877     END-IF.
001878 0630-EXIT.
001879     EXIT.
001880
001881*-----------------------------------------------------------------
001882* 0700-CHECK-BUSINESS-DAY -- IS WS-TEST-DATE A BUSINESS DAY?
001883* NOT WHEN IT FALLS ON A WEEKEND OR ON A HOLIDAY CARD; A HOLIDAY
001884* LEAVES ITS TABLE SUBSCRIPT IN WS-MATCH-SUB.
001885*-----------------------------------------------------------------
001886 0700-CHECK-BUSINESS-DAY.
001887     MOVE 'Y' TO WS-BUSINESS-FLAG.
001888     MOVE WS-TEST-DATE TO WS-TEST-NUM.
001889     COMPUTE WS-TEST-INT =
001890         FUNCTION INTEGER-OF-DATE(WS-TEST-NUM).
001891     DIVIDE WS-TEST-INT BY 7 GIVING WS-WEEK-COUNT
001892         REMAINDER WS-DAY-OF-WEEK.
001893     IF WEEKEND-DAY
001894         MOVE 'N' TO WS-BUSINESS-FLAG
001895     END-IF.
001896     MOVE ZERO TO WS-MATCH-SUB.
001897     PERFORM 0710-MATCH-HOLIDAY THRU 0710-EXIT
001898         VARYING SUB-1 FROM 1 BY 1
001899         UNTIL SUB-1 > WS-HOLIDAY-COUNT
001900             OR WS-MATCH-SUB > ZERO.
001901     IF WS-MATCH-SUB > ZERO
001902         MOVE 'N' TO WS-BUSINESS-FLAG
001903     END-IF.
001904 0700-EXIT.
001905     EXIT.
001906
001907 0710-MATCH-HOLIDAY.
001908     IF WS-HOL-DATE (SUB-1) = WS-TEST-DATE
001909         MOVE SUB-1 TO WS-MATCH-SUB
001910     END-IF.
001911 0710-EXIT.
001912     EXIT.
001913
001914*-----------------------------------------------------------------
001915* 0750-CHECK-LAST-BDAY -- THE RUN DATE IS THE LAST BUSINESS DAY
001916* OF ITS MONTH WHEN NO LATER DAY OF THE SAME MONTH IS ONE.
001917*-----------------------------------------------------------------
001918 0750-CHECK-LAST-BDAY.
001919     MOVE 'Y' TO WS-LAST-BDAY-FLAG.
001920     MOVE 'N' TO WS-SCAN-FLAG.
001921     MOVE WS-RUN-DATE TO WS-SCAN-NUM.
001922     COMPUTE WS-SCAN-INT =
001923         FUNCTION INTEGER-OF-DATE(WS-SCAN-NUM).
001924     PERFORM 0760-SCAN-NEXT-DAY THRU 0760-EXIT
001925         UNTIL SCAN-DONE.
001926 0750-EXIT.
001927     EXIT.
001928
001929 0760-SCAN-NEXT-DAY.
001930     ADD 1 TO WS-SCAN-INT.
001931     COMPUTE WS-SCAN-NUM = FUNCTION DATE-OF-INTEGER(WS-SCAN-INT).
001932     MOVE WS-SCAN-NUM TO WS-SCAN-DATE.
001933     IF WS-SCAN-DATE(5:2) NOT = WS-RUN-DATE(5:2)
001934         SET SCAN-DONE TO TRUE
001935         GO TO 0760-EXIT
001936     END-IF.
001937     MOVE WS-SCAN-DATE TO WS-TEST-DATE.
001938     PERFORM 0700-CHECK-BUSINESS-DAY THRU 0700-EXIT.
001939     IF BUSINESS-DAY
001940         MOVE 'N' TO WS-LAST-BDAY-FLAG
001941         SET SCAN-DONE TO TRUE
001942     END-IF.
001943 0760-EXIT.
001944     EXIT.
001945
001946*-----------------------------------------------------------------
001947* 1000-LOAD-JOBPLAN -- LOAD THE STEP LIST FROM THE JOBPLAN
001948* CONTROL FILE.  EACH CARD NAMES A PROGRAM AND AN ON-ERROR
001949* POLICY ('S' STOP THE CHAIN, 'C' CONTINUE); A BLANK PROGRAM
001950* NAME IS SKIPPED WITH A WARNING AND AN UNRECOGNIZED POLICY
001951* FALLS BACK TO 'S' -- STOPPING IS THE SAFE DEFAULT.  WHEN
001952* JOBPLAN IS NOT PRESENT, OR HOLDS NO USABLE CARD, THE ORIGINAL
001953* PROBLEM1/PROBLEM2/PROBLEM3 CHAIN IS LOADED INSTEAD.  UNDER THE
001954* BUSINESS CALENDAR ONLY THE CHOSEN PLAN'S CARDS ARE LOADED, AND
001955* A PLAN WITH NO CARDS ABENDS RATHER THAN FALLING BACK -- THE
001956* DEFAULT CHAIN ON A MONTH-END NIGHT IS THE VERY MISTAKE THE
001957* CALENDAR EXISTS TO PREVENT.
001958*-----------------------------------------------------------------
001959 1000-LOAD-JOBPLAN.
001960     MOVE 'N' TO WS-EOF-FLAG.
001961     OPEN INPUT JOBPLAN.
001962     IF JOBPLAN-NOT-FOUND
001963         IF CALENDAR-IN-USE
001964             PERFORM 1600-PLAN-NOT-FOUND THRU 1600-EXIT
001965         END-IF
001966         PERFORM 1500-DEFAULT-PLAN THRU 1500-EXIT
001967         GO TO 1000-EXIT
001968     END-IF.
001969     IF NOT JOBPLAN-OK
001970         MOVE "DRV002E" TO MSG-ID
001971         STRING "UNABLE TO OPEN JOBPLAN, STATUS "
001972             WS-JOBPLAN-STATUS
001973             DELIMITED BY SIZE INTO MSG-TEXT
001974         PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
001975         MOVE RC-FILE-ERROR TO RETURN-CODE
001976         STOP RUN
001977     END-IF.
001978     PERFORM 1100-LOAD-PLAN-CARD THRU 1100-EXIT
001979         UNTIL FILE-EOF.
001980     CLOSE JOBPLAN.
001981     IF WS-STEP-COUNT = ZERO AND CALENDAR-IN-USE
001982         PERFORM 1600-PLAN-NOT-FOUND THRU 1600-EXIT
001983     END-IF.
001984     IF WS-STEP-COUNT = ZERO
001985         MOVE "DRV003W" TO MSG-ID
001986         MOVE "JOBPLAN HOLDS NO USABLE STEPS, DEFAULT CHAIN RUN"
001987             TO MSG-TEXT
001988         PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
001989         PERFORM 1500-DEFAULT-PLAN THRU 1500-EXIT
001990     END-IF.
001991 1000-EXIT.
001992     EXIT.
001993
001994 1100-LOAD-PLAN-CARD.
002000     READ JOBPLAN
002010         AT END
002020             SET FILE-EOF TO TRUE
002030         NOT AT END
002040             PERFORM 1150-FIND-DUPLICATE THRU 1150-EXIT
002042             IF CALENDAR-IN-USE
002044                 AND JOBPLAN-PLAN-NAME NOT = WS-PLAN-NAME
002046                 CONTINUE
002048             ELSE
002050             IF JOBPLAN-PROGRAM-NAME = SPACES
002060                 MOVE "DRV004W" TO MSG-ID
002070                 MOVE "JOBPLAN CARD NAMES NO PROGRAM, SKIPPED"
002330             END-IF
002340             END-IF
002350             END-IF
002355             END-IF
002360     END-READ.
002370 1100-EXIT.
002380     EXIT.
002680     MOVE SPACES TO WS-STEP-OUT-PROGRAM (WS-STEP-COUNT).
002690     MOVE ZERO   TO WS-STEP-OUT-LIMIT (WS-STEP-COUNT).
002700     MOVE ZERO   TO WS-STEP-OUT-RESULT (WS-STEP-COUNT).
002705     MOVE 'Y'    TO WS-STEP-REG-FLAG (WS-STEP-COUNT).
002710 1200-EXIT.
002720     EXIT.
002730
002910     PERFORM 1200-CLEAR-STEP-RESULT THRU 1200-EXIT.
002920 1500-EXIT.
002930     EXIT.
002931
002932*    THE CALENDAR CHOSE A PLAN JOBPLAN HAS NO CARDS FOR.  THE
002933*    SUMMARY IS STILL WRITTEN SO THE NIGHT LEAVES ITS EVIDENCE.
002934 1600-PLAN-NOT-FOUND.
002935     MOVE "DRV015E" TO MSG-ID.
002936     STRING "CALENDAR PLAN " WS-PLAN-NAME
002937         " HAS NO JOBPLAN CARDS, NOTHING RUN"
002938         DELIMITED BY SIZE INTO MSG-TEXT.
002939     PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT.
002940     MOVE ZERO TO WS-STEP-COUNT.
002941     PERFORM 3000-WRITE-SUMMARY THRU 3000-EXIT.
002942     MOVE RC-PARM-ERROR TO RETURN-CODE.
002943     STOP RUN.
002944 1600-EXIT.
002945     EXIT.
002946
002947*-----------------------------------------------------------------
002948* 1700-CHECK-REGISTRY -- LOOK EVERY PLANNED STEP UP ON THE PGMREG
002949* PROGRAM REGISTRY BEFORE ANYTHING RUNS.  A PROGRAM THAT IS NOT
002950* REGISTERED, OR IS REGISTERED BUT INACTIVE, IS REFUSED: LOGGED
002951* HERE AND LEFT FOR 2000-RUN-STEP TO FAIL WITHOUT CALLING IT.
002952* WITHOUT THE REGISTRY NOTHING CAN BE CLEARED TO RUN, SO AN
002953* UNREADABLE ONE ABENDS THE DRIVER.
002954*-----------------------------------------------------------------
002955 1700-CHECK-REGISTRY.
002956     OPEN INPUT PGMREG.
002957     IF NOT PGMREG-OK
002958         MOVE "DRV016E" TO MSG-ID
002959         STRING "UNABLE TO OPEN PGMREG, STATUS "
002960             WS-PGMREG-STATUS
002961             DELIMITED BY SIZE INTO MSG-TEXT
002962         PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
002963         MOVE RC-FILE-ERROR TO RETURN-CODE
002964         STOP RUN
002965     END-IF.
002966     PERFORM 1710-CHECK-STEP THRU 1710-EXIT
002967         VARYING SUB-1 FROM 1 BY 1
002968         UNTIL SUB-1 > WS-STEP-COUNT.
002969     CLOSE PGMREG.
002970 1700-EXIT.
002971     EXIT.
002972
002973 1710-CHECK-STEP.
002974     MOVE WS-STEP-PROGRAM (SUB-1) TO PGMREG-PROGRAM-ID.
002975     READ PGMREG
002976         INVALID KEY
002977             MOVE 'U' TO WS-STEP-REG-FLAG (SUB-1)
002978             MOVE "DRV017E" TO MSG-ID
002979             STRING "PLANNED PROGRAM "
002980                 WS-STEP-PROGRAM (SUB-1)
002981                 " NOT ON PGMREG, STEP REFUSED"
002982                 DELIMITED BY SIZE INTO MSG-TEXT
002983             PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
002984         NOT INVALID KEY
002985             IF NOT PGMREG-ACTIVE
002986                 MOVE 'I' TO WS-STEP-REG-FLAG (SUB-1)
002987                 MOVE "DRV018E" TO MSG-ID
002988                 STRING "PLANNED PROGRAM "
002989                     WS-STEP-PROGRAM (SUB-1)
002990                     " INACTIVE ON PGMREG, STEP REFUSED"
002991                     DELIMITED BY SIZE INTO MSG-TEXT
002992                 PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
002993             END-IF
002994     END-READ.
002995 1710-EXIT.
002996     EXIT.
002997
002998*-----------------------------------------------------------------
002999* 2000-RUN-STEP -- CALL ONE PLANNED STEP AND CAPTURE ITS RETURN
003000* CODE.  A CLEAN STEP HAS ITS ANSWER CAPTURED OFF RESULTOUT
003001* BEFORE THE NEXT STEP OVERWRITES IT; A FAILED STEP IS LOGGED
003002* AND ITS ON-ERROR POLICY DECIDES WHETHER THE CHAIN STOPS OR
003003* CARRIES ON.  A PROGRAM THE LOADER CANNOT FIND IS A PLAN ERROR
003010* AND IS TREATED LIKE A FAILED STEP UNDER THE SAME POLICY, AS IS
003015* A STEP THE REGISTRY CHECK REFUSED, WHICH IS NEVER CALLED.
003020*-----------------------------------------------------------------
003030 2000-RUN-STEP.
003040     MOVE 'Y' TO WS-STEP-RAN-FLAG (SUB-1).
003050     MOVE ZERO TO RETURN-CODE.
003055     IF STEP-REGISTERED (SUB-1)
003060         CALL WS-STEP-PROGRAM (SUB-1)
003070             ON EXCEPTION
003080                 MOVE "DRV006E" TO MSG-ID
003090                 STRING "PLANNED PROGRAM "
003100                     WS-STEP-PROGRAM (SUB-1)
003110                     " NOT AVAILABLE TO CALL"
003120                     DELIMITED BY SIZE INTO MSG-TEXT
003130                 PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
003140                 MOVE RC-PARM-ERROR TO RETURN-CODE
003150         END-CALL
003152     ELSE
003154         MOVE 'X' TO WS-STEP-RAN-FLAG (SUB-1)
003156         MOVE RC-PARM-ERROR TO RETURN-CODE
003158     END-IF.
003160     MOVE RETURN-CODE TO WS-STEP-RC (SUB-1).
003170     MOVE ZERO TO RETURN-CODE.
003180     IF WS-STEP-RC (SUB-1) > WS-WORST-RC
003640     EXIT.
003650
003660*-----------------------------------------------------------------
003670* 3000-WRITE-SUMMARY -- WRITE ONE SUMMOUT RECORD PER PLANNED STEP
003680* FOR THE WEEKLY REPORT, IN PLAN ORDER, EACH NAMING ITS PROGRAM
003690* AND WHETHER IT RAN, WAS REFUSED BY THE REGISTRY CHECK, OR WAS
003700* NOT REACHED AFTER THE CHAIN STOPPED, WITH ITS RETURN CODE AND
003710* ANY CAPTURED RESULT.  SUMMOUT IS WRITTEN EVEN WHEN THE CHAIN
003720* STOPPED EARLY, SO A PARTIAL NIGHT STILL LEAVES ITS EVIDENCE.
003730* EVERY RECORD ALSO NAMES THE CALENDAR PLAN AND WHY IT WAS
003740* CHOSEN; A DAY THAT RUNS NO STEPS (SKIP, NO ENTRY, OR A PLAN
003743* WITH NO CARDS) WRITES A SINGLE RECORD WITH NO STEP IN IT.
003750*-----------------------------------------------------------------
003760 3000-WRITE-SUMMARY.
003770     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
003850         MOVE RC-FILE-ERROR TO RETURN-CODE
003860         STOP RUN
003870     END-IF.
003880     IF WS-STEP-COUNT = ZERO
003890         PERFORM 3050-SET-RUN-FIELDS THRU 3050-EXIT
003900         MOVE ZERO   TO DRVSUM-STEP-NUMBER
003910         MOVE SPACES TO DRVSUM-PROGRAM-ID
003920         SET DRVSUM-NO-STEP TO TRUE
003930         WRITE DRVSUM-REC
003940     END-IF.
003950     PERFORM 3100-WRITE-STEP THRU 3100-EXIT
003960         VARYING SUB-1 FROM 1 BY 1
003970         UNTIL SUB-1 > WS-STEP-COUNT.
004060     CLOSE SUMMOUT.
004070     PERFORM 3500-DISPLAY-STEP THRU 3500-EXIT
004080         VARYING SUB-1 FROM 1 BY 1
004100 3000-EXIT.
004110     EXIT.
004120
004130 3050-SET-RUN-FIELDS.
004140     MOVE SPACES TO DRVSUM-REC.
004150     MOVE WS-CURRENT-DATE-YYYYMMDD TO DRVSUM-RUN-DATE.
004160     MOVE WS-RUN-ID TO DRVSUM-RUN-ID.
004170     MOVE WS-PLAN-NAME TO DRVSUM-PLAN-NAME.
004180     MOVE WS-PLAN-REASON TO DRVSUM-PLAN-REASON.
004190     MOVE ZERO TO DRVSUM-LIMIT-USED.
004200     MOVE ZERO TO DRVSUM-RESULT-VALUE.
004210     MOVE ZERO TO DRVSUM-RETURN-CODE.
004220 3050-EXIT.
004230     EXIT.
004240
004250 3100-WRITE-STEP.
004260     PERFORM 3050-SET-RUN-FIELDS THRU 3050-EXIT.
004270     MOVE SUB-1 TO DRVSUM-STEP-NUMBER.
004280     MOVE WS-STEP-PROGRAM (SUB-1) TO DRVSUM-PROGRAM-ID.
004290     EVALUATE WS-STEP-RAN-FLAG (SUB-1)
004300         WHEN 'Y'
004310             SET DRVSUM-STEP-RAN TO TRUE
004320             MOVE WS-STEP-OUT-LIMIT (SUB-1)
004330                 TO DRVSUM-LIMIT-USED
004340             MOVE WS-STEP-OUT-RESULT (SUB-1)
004350                 TO DRVSUM-RESULT-VALUE
004360             MOVE WS-STEP-RC (SUB-1) TO DRVSUM-RETURN-CODE
004370         WHEN 'X'
004380             SET DRVSUM-STEP-REFUSED TO TRUE
004390             MOVE WS-STEP-RC (SUB-1) TO DRVSUM-RETURN-CODE
004400         WHEN OTHER
004410             SET DRVSUM-STEP-NOT-RUN TO TRUE
004420     END-EVALUATE.
004430     WRITE DRVSUM-REC.
004440 3100-EXIT.
004450     EXIT.
004460
004500 3500-DISPLAY-STEP.
004510     MOVE SUB-1 TO WS-EDIT-STEP.
004520     MOVE WS-STEP-RC (SUB-1) TO WS-EDIT-RC.
004525     EVALUATE TRUE
004530         WHEN WS-STEP-RAN-FLAG (SUB-1) = 'Y'
004535             DISPLAY "EULERDRV - STEP " WS-EDIT-STEP
004540                 " " WS-STEP-PROGRAM (SUB-1)
004545                 " RC " WS-EDIT-RC
004550                 " RESULT " WS-STEP-OUT-RESULT (SUB-1)
004555         WHEN STEP-UNREGISTERED (SUB-1)
004560             AND WS-STEP-RAN-FLAG (SUB-1) = 'X'
004565             DISPLAY "EULERDRV - STEP " WS-EDIT-STEP
004570                 " " WS-STEP-PROGRAM (SUB-1)
004575                 " REFUSED - NOT ON PGMREG"
004580         WHEN STEP-INACTIVE (SUB-1)
004585             AND WS-STEP-RAN-FLAG (SUB-1) = 'X'
004590             DISPLAY "EULERDRV - STEP " WS-EDIT-STEP
004595                 " " WS-STEP-PROGRAM (SUB-1)
004600                 " REFUSED - INACTIVE ON PGMREG"
004605         WHEN OTHER
004610             DISPLAY "EULERDRV - STEP " WS-EDIT-STEP
004615                 " " WS-STEP-PROGRAM (SUB-1)
004620                 " NOT RUN - CHAIN STOPPED EARLIER"
004625     END-EVALUATE.
004630 3500-EXIT.
004640     EXIT.
004650
