000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. EULERDOS.
000120 AUTHOR. D-L-WHITFIELD.
000130 INSTALLATION. EULER-BATCH-REPORTING.
000140 DATE-WRITTEN. 10/15/2026.
000150 DATE-COMPILED.
000160*****************************************************************
000170* MODIFICATION HISTORY                                          *
000180*-----------------------------------------------------------------
000190*  DATE       INIT  DESCRIPTION
000200*  ---------- ----  ----------------------------------------------
000210*  10/15/2026 DLW   ORIGINAL PROGRAM.  RUN DOSSIER.  EVERY RECORD
000220*                   ONE SUBMISSION WRITES NOW CARRIES THE SAME
000230*                   RUN CORRELATION ID, SO GIVEN THAT ID ON THE
000240*                   DOSCTL CONTROL CARD THIS PROGRAM PULLS THE
000250*                   WHOLE RUN BACK TOGETHER ON ONE DOSRPT REPORT:
000260*                   THE STEP RETURN CODES OFF SUMMOUT, THE
000270*                   ANSWERS OFF RESULTOUT, THE HISTORY RECORDS
000280*                   (WITH THE COMPUTED/REUSED FLAG) OFF HISTFILE,
000290*                   THE INPUT PARAMETERS AND OPERATOR OFF THE
000300*                   KEYED EULERRES MASTER, THE TIMINGS OFF
000310*                   RUNSTATS AND EVERY MESSAGE THE RUN LOGGED
000320*                   OFF MSGLOG.  IT READS THE CONSOLIDATED
000330*                   MASTERS, SO IT IS RUN AFTER EULERMRG.  AN
000340*                   ABSENT FILE IS NOTED AND TREATED AS EMPTY.
000350*                   A MISSING OR BLANK CARD ENDS THE STEP WITH
000360*                   RC-PARM-ERROR; A RUN ID THAT MATCHES NOTHING
000370*                   ANYWHERE ENDS IT WITH RC 4.
000373*  10/15/2026 DLW   THE DRIVER LINE NOW SHOWS THE CALENDAR PLAN
000376*                   EULERDRV CHOSE AND THE REASON, OFF SUMMOUT.
000377*  10/15/2026 DLW   AN EULERRES RECORD SINCE VOIDED BY EULERVOD
000378*                   IS FLAGGED VOIDED WITH ITS REASON CODE.
000379*  10/15/2026 DLW   SUMMOUT NOW HOLDS ONE RECORD PER STEP.  THE
000380*                   DRIVER DATE AND PLAN ARE PRINTED ONCE, THEN A
000381*                   LINE PER STEP WITH ITS NUMBER AND WHETHER IT
000382*                   RAN, WAS REFUSED BY THE REGISTRY CHECK, OR
000383*                   WAS NOT REACHED.
000384*****************************************************************
000390 ENVIRONMENT DIVISION.
000400 CONFIGURATION SECTION.
000410 SOURCE-COMPUTER. IBM-370.
000420 OBJECT-COMPUTER. IBM-370.
000430 INPUT-OUTPUT SECTION.
000440 FILE-CONTROL.
000450     SELECT DOSCTL ASSIGN TO "DOSCTL"
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS WS-DOSCTL-STATUS.
000480     SELECT SUMMOUT ASSIGN TO "SUMMOUT"
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS WS-SUMMOUT-STATUS.
000510     SELECT RESULTOUT ASSIGN TO "RESULTOUT"
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS WS-RESULTOUT-STATUS.
000540     SELECT HISTFILE ASSIGN TO "HISTFILE"
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS WS-HISTFILE-STATUS.
000570     SELECT EULERRES ASSIGN TO "EULERRES"
000580         ORGANIZATION IS INDEXED
000590         ACCESS MODE IS SEQUENTIAL
000600         RECORD KEY IS EULERRES-KEY
000610         FILE STATUS IS WS-EULERRES-STATUS.
000620     SELECT RUNSTATS ASSIGN TO "RUNSTATS"
000630         ORGANIZATION IS LINE SEQUENTIAL
000640         FILE STATUS IS WS-RUNSTATS-STATUS.
000650     SELECT MSGLOG ASSIGN TO "MSGLOG"
000660         ORGANIZATION IS LINE SEQUENTIAL
000670         FILE STATUS IS WS-MSGLOG-STATUS.
000680     SELECT DOSRPT ASSIGN TO "DOSRPT"
000690         ORGANIZATION IS LINE SEQUENTIAL
000700         FILE STATUS IS WS-DOSRPT-STATUS.
000710 DATA DIVISION.
000720 FILE SECTION.
000730 FD  DOSCTL
000740     RECORDING MODE IS F.
000750 01  DOSCTL-REC.
000760     05  DOSCTL-RUN-ID              PIC X(24).
000770 FD  SUMMOUT
000780     RECORDING MODE IS F.
000790     COPY DRVSUM.
000800 FD  RESULTOUT
000810     RECORDING MODE IS F.
000820     COPY RESLOUT.
000830 FD  HISTFILE
000840     RECORDING MODE IS F.
000850     COPY HISTREC.
000860 FD  EULERRES
000870     RECORDING MODE IS F.
000880     COPY EULERRES.
000890 FD  RUNSTATS
000900     RECORDING MODE IS F.
000910     COPY RUNSTATS.
000920 FD  MSGLOG
000930     RECORDING MODE IS F.
000940*    MIRRORS THE RECORD EULERMSG WRITES -- SEE EULERMSG, WHICH
000950*    OWNS THE LAYOUT.
000960 01  MSGLOG-REC.
000970     05  MSGLOG-TIMESTAMP           PIC X(21).
000980     05  MSGLOG-MSG-ID              PIC X(08).
000990     05  MSGLOG-SEVERITY            PIC X(01).
001000     05  MSGLOG-PROGRAM             PIC X(08).
001010     05  MSGLOG-TEXT                PIC X(80).
001020     05  MSGLOG-RUN-ID              PIC X(24).
001030 FD  DOSRPT
001040     RECORDING MODE IS F.
001050 01  DOSRPT-REC                     PIC X(132).
001060 WORKING-STORAGE SECTION.
001070*-----------------------------------------------------------------
001080* FILE STATUS AND DATE WORK AREAS
001090*-----------------------------------------------------------------
001100 01  WS-DOSCTL-STATUS               PIC X(02) VALUE SPACES.
001110     88  DOSCTL-OK                  VALUE '00'.
001120 01  WS-SUMMOUT-STATUS              PIC X(02) VALUE SPACES.
001130     88  SUMMOUT-OK                 VALUE '00'.
001140     88  SUMMOUT-NOT-FOUND          VALUE '35'.
001150 01  WS-RESULTOUT-STATUS            PIC X(02) VALUE SPACES.
001160     88  RESULTOUT-OK               VALUE '00'.
001170     88  RESULTOUT-NOT-FOUND        VALUE '35'.
001180 01  WS-HISTFILE-STATUS             PIC X(02) VALUE SPACES.
001190     88  HISTFILE-OK                VALUE '00'.
001200     88  HISTFILE-NOT-FOUND         VALUE '35'.
001210 01  WS-EULERRES-STATUS             PIC X(02) VALUE SPACES.
001220     88  EULERRES-OK                VALUE '00'.
001230     88  EULERRES-NOT-FOUND         VALUE '35'.
001240 01  WS-RUNSTATS-STATUS             PIC X(02) VALUE SPACES.
001250     88  RUNSTATS-OK                VALUE '00'.
001260     88  RUNSTATS-NOT-FOUND         VALUE '35'.
001270 01  WS-MSGLOG-STATUS               PIC X(02) VALUE SPACES.
001280     88  MSGLOG-OK                  VALUE '00'.
001290     88  MSGLOG-NOT-FOUND           VALUE '35'.
001300 01  WS-DOSRPT-STATUS               PIC X(02) VALUE SPACES.
001310     88  DOSRPT-OK                  VALUE '00'.
001320 01  WS-EOF-FLAG                    PIC X(01) VALUE 'N'.
001330     88  FILE-EOF                   VALUE 'Y'.
001340 01  WS-CURRENT-DATE.
001350     05  WS-CURRENT-DATE-YYYYMMDD   PIC X(08).
001360     05  FILLER                     PIC X(18).
001370*-----------------------------------------------------------------
001380* THE REQUESTED RUN AND THE PER-SOURCE MATCH COUNTS
001390*-----------------------------------------------------------------
001400 01  WS-REQ-RUN-ID                  PIC X(24) VALUE SPACES.
001410 77  WS-SUMM-MATCH-COUNT            PIC 9(09) COMP VALUE ZERO.
001420 77  WS-RESL-MATCH-COUNT            PIC 9(09) COMP VALUE ZERO.
001430 77  WS-HIST-MATCH-COUNT            PIC 9(09) COMP VALUE ZERO.
001440 77  WS-RES-MATCH-COUNT             PIC 9(09) COMP VALUE ZERO.
001450 77  WS-STAT-MATCH-COUNT            PIC 9(09) COMP VALUE ZERO.
001460 77  WS-MSG-MATCH-COUNT             PIC 9(09) COMP VALUE ZERO.
001470 77  WS-TOTAL-MATCH-COUNT           PIC 9(09) COMP VALUE ZERO.
001480*-----------------------------------------------------------------
001490* HOW A DRVSUM STEP ENDED, FOR THE STEP LINE
001500*-----------------------------------------------------------------
001510 01  WS-STEP-STATUS-TEXT            PIC X(07) VALUE SPACES.
001520 01  WS-EDIT-STEP                   PIC Z9.
001550*-----------------------------------------------------------------
001560* REPORT EDIT FIELDS
001570*-----------------------------------------------------------------
001580 01  WS-SOURCE-TEXT                 PIC X(08) VALUE SPACES.
001590 01  WS-ELAPSED-SECS                PIC 9(13)V99 VALUE ZERO.
001600 01  WS-EDIT-ELAPSED                PIC Z(12)9.99.
001610 01  WS-EDIT-COUNT                  PIC Z(8)9.
001620 01  WS-EDIT-LIMIT                  PIC Z(17)9.
001630 01  WS-EDIT-FIB1                   PIC Z(17)9.
001640 01  WS-EDIT-FIB2                   PIC Z(17)9.
001650 01  WS-EDIT-ITER                   PIC Z(17)9.
001660 01  WS-EDIT-RESULT                 PIC Z(37)9.
001670 01  WS-EDIT-RC                     PIC Z9.
001680*-----------------------------------------------------------------
001690* COMMON MESSAGE-ROUTINE PARAMETER AREA AND THE SUITE'S STANDARD
001700* RETURN-CODE CLASSES (SEE EULERMSG).
001710*-----------------------------------------------------------------
001720     COPY MSGAREA.
001730     COPY EULERRC.
001740 PROCEDURE DIVISION.
001750 0000-MAINLINE.
001760     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001770     PERFORM 2000-SCAN-SUMMOUT THRU 2000-EXIT.
001780     PERFORM 3000-SCAN-RESULTOUT THRU 3000-EXIT.
001790     PERFORM 4000-SCAN-HISTFILE THRU 4000-EXIT.
001800     PERFORM 5000-SCAN-EULERRES THRU 5000-EXIT.
001810     PERFORM 6000-SCAN-RUNSTATS THRU 6000-EXIT.
001820     PERFORM 7000-SCAN-MSGLOG THRU 7000-EXIT.
001830     PERFORM 8000-WRAP-UP THRU 8000-EXIT.
001840     GOBACK.
001850
001860*-----------------------------------------------------------------
001870* 1000-INITIALIZE -- OPEN THE DOSSIER REPORT AND READ THE DOSCTL
001880* CARD NAMING THE RUN.  A DOSSIER FOR NO STATED RUN MUST NOT
001890* GUESS ONE, SO A MISSING OR BLANK CARD ABENDS THE STEP.
001900*-----------------------------------------------------------------
001910 1000-INITIALIZE.
001920     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
001930     OPEN OUTPUT DOSRPT.
001940     IF NOT DOSRPT-OK
001950         MOVE "DOS001E" TO MSG-ID
001960         STRING "UNABLE TO OPEN DOSRPT, STATUS "
001970             WS-DOSRPT-STATUS
001980             DELIMITED BY SIZE INTO MSG-TEXT
001990         PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
002000         MOVE RC-FILE-ERROR TO RETURN-CODE
002010         STOP RUN
002020     END-IF.
002030     OPEN INPUT DOSCTL.
002040     IF DOSCTL-OK
002050         READ DOSCTL
002060             AT END
002070                 CONTINUE
002080             NOT AT END
002090                 MOVE DOSCTL-RUN-ID TO WS-REQ-RUN-ID
002100         END-READ
002110         CLOSE DOSCTL
002120     END-IF.
002130     IF WS-REQ-RUN-ID = SPACES
002140         MOVE "DOS002E" TO MSG-ID
002150         MOVE "DOSCTL CARD MISSING OR NAMES NO RUN ID"
002160             TO MSG-TEXT
002170         PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
002180         MOVE "  DOSCTL CARD MISSING OR NAMES NO RUN ID"
002190             TO DOSRPT-REC
002200         WRITE DOSRPT-REC
002210         CLOSE DOSRPT
002220         MOVE RC-PARM-ERROR TO RETURN-CODE
002230         STOP RUN
002240     END-IF.
002250     MOVE SPACES TO DOSRPT-REC.
002260     STRING "EULERDOS RUN DOSSIER - RUN ID " DELIMITED BY SIZE
002270         WS-REQ-RUN-ID DELIMITED BY SIZE
002280         " - DATE " DELIMITED BY SIZE
002290         WS-CURRENT-DATE-YYYYMMDD DELIMITED BY SIZE
002300         INTO DOSRPT-REC.
002310     WRITE DOSRPT-REC.
002320 1000-EXIT.
002330     EXIT.
002340
002350*-----------------------------------------------------------------
002360* 2000-SCAN-SUMMOUT -- THE DRIVER'S SUMMARY RECORD, WHEN IT
002370* BELONGS TO THIS RUN, GIVES EACH STEP'S RETURN CODE.  A RUN
002380* SUBMITTED OUTSIDE EULERDRV HAS NO SUMMARY RECORD.
002390*-----------------------------------------------------------------
002400 2000-SCAN-SUMMOUT.
002410     MOVE SPACES TO DOSRPT-REC.
002420     WRITE DOSRPT-REC.
002430     MOVE "STEP RETURN CODES (SUMMOUT)" TO DOSRPT-REC.
002440     WRITE DOSRPT-REC.
002450     MOVE 'N' TO WS-EOF-FLAG.
002460     OPEN INPUT SUMMOUT.
002470     IF SUMMOUT-NOT-FOUND
002480         MOVE "  SUMMOUT NOT PRESENT" TO DOSRPT-REC
002490         WRITE DOSRPT-REC
002500         GO TO 2000-EXIT
002510     END-IF.
002520     IF NOT SUMMOUT-OK
002530         MOVE "DOS003E" TO MSG-ID
002540         STRING "UNABLE TO OPEN SUMMOUT, STATUS "
002550             WS-SUMMOUT-STATUS
002560             DELIMITED BY SIZE INTO MSG-TEXT
002570         PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
002580         MOVE RC-FILE-ERROR TO RETURN-CODE
002590         STOP RUN
002600     END-IF.
002610     PERFORM 2100-READ-SUMMOUT THRU 2100-EXIT
002620         UNTIL FILE-EOF.
002630     CLOSE SUMMOUT.
002640     IF WS-SUMM-MATCH-COUNT = ZERO
002650         MOVE "  NO DRIVER SUMMARY FOR THIS RUN" TO DOSRPT-REC
002660         WRITE DOSRPT-REC
002670     END-IF.
002680 2000-EXIT.
002690     EXIT.
002700
002710 2100-READ-SUMMOUT.
002720     READ SUMMOUT
002730         AT END
002740             SET FILE-EOF TO TRUE
002750         NOT AT END
002760             IF DRVSUM-RUN-ID = WS-REQ-RUN-ID
002770                 ADD 1 TO WS-SUMM-MATCH-COUNT
002780                 PERFORM 2200-SUMMOUT-LINES THRU 2200-EXIT
002785                 PERFORM 2300-STEP-LINE THRU 2300-EXIT
002790             END-IF
002800     END-READ.
002810 2100-EXIT.
002820     EXIT.
002830
002833*    THE DRIVER DATE AND PLAN ARE THE SAME ON EVERY STEP RECORD
002836*    OF THE RUN, SO THEY ARE PRINTED WITH THE FIRST ONE ONLY.
002840 2200-SUMMOUT-LINES.
002842     IF WS-SUMM-MATCH-COUNT > 1
002844         GO TO 2200-EXIT
002846     END-IF.
002850     MOVE SPACES TO DOSRPT-REC.
002860     STRING "  DRIVER RUN DATE " DELIMITED BY SIZE
002870         DRVSUM-RUN-DATE DELIMITED BY SIZE
002880         INTO DOSRPT-REC.
002890     WRITE DOSRPT-REC.
002891     MOVE SPACES TO DOSRPT-REC.
002892     STRING "  PLAN " DELIMITED BY SIZE
002893         DRVSUM-PLAN-NAME DELIMITED BY SIZE
002894         " - " DELIMITED BY SIZE
002895         DRVSUM-PLAN-REASON DELIMITED BY SIZE
002896         INTO DOSRPT-REC.
002897     WRITE DOSRPT-REC.
003050 2200-EXIT.
003060     EXIT.
003070
003080*    A RECORD WITH NO STEP IS A DAY THE DRIVER RAN NOTHING --
003090*    NOTHING TO SHOW BEYOND THE PLAN LINE.
003100 2300-STEP-LINE.
003110     IF DRVSUM-NO-STEP
003120         GO TO 2300-EXIT
003130     END-IF.
003133     EVALUATE TRUE
003136         WHEN DRVSUM-STEP-RAN
003139             MOVE "RAN"     TO WS-STEP-STATUS-TEXT
003142         WHEN DRVSUM-STEP-REFUSED
003145             MOVE "REFUSED" TO WS-STEP-STATUS-TEXT
003148         WHEN OTHER
003151             MOVE "NOT RUN" TO WS-STEP-STATUS-TEXT
003154     END-EVALUATE.
003157     MOVE DRVSUM-STEP-NUMBER  TO WS-EDIT-STEP.
003160     MOVE DRVSUM-LIMIT-USED   TO WS-EDIT-LIMIT.
003163     MOVE DRVSUM-RESULT-VALUE TO WS-EDIT-RESULT.
003166     MOVE DRVSUM-RETURN-CODE  TO WS-EDIT-RC.
003170     MOVE SPACES TO DOSRPT-REC.
003180     STRING "  STEP " DELIMITED BY SIZE
003183         WS-EDIT-STEP DELIMITED BY SIZE
003186         " " DELIMITED BY SIZE
003190         DRVSUM-PROGRAM-ID DELIMITED BY SIZE
003193         " " DELIMITED BY SIZE
003196         WS-STEP-STATUS-TEXT DELIMITED BY SIZE
003200         " RC " DELIMITED BY SIZE
003210         WS-EDIT-RC DELIMITED BY SIZE
003220         " LIMIT " DELIMITED BY SIZE
003230         FUNCTION TRIM(WS-EDIT-LIMIT) DELIMITED BY SIZE
003240         " RESULT " DELIMITED BY SIZE
003250         FUNCTION TRIM(WS-EDIT-RESULT) DELIMITED BY SIZE
003260         INTO DOSRPT-REC.
003270     WRITE DOSRPT-REC.
003280 2300-EXIT.
003290     EXIT.
003300
003310*-----------------------------------------------------------------
003320* 3000-SCAN-RESULTOUT -- THE LATEST ANSWER FILE.  EACH STEP
003330* REWRITES IT, SO ONLY THE LAST STEP OF A RUN (OR EVERY SET OF
003340* A SWEEP RUN) CAN STILL BE HERE.
003350*-----------------------------------------------------------------
003360 3000-SCAN-RESULTOUT.
003370     MOVE SPACES TO DOSRPT-REC.
003380     WRITE DOSRPT-REC.
003390     MOVE "RESULTS (RESULTOUT)" TO DOSRPT-REC.
003400     WRITE DOSRPT-REC.
003410     MOVE 'N' TO WS-EOF-FLAG.
003420     OPEN INPUT RESULTOUT.
003430     IF RESULTOUT-NOT-FOUND
003440         MOVE "  RESULTOUT NOT PRESENT" TO DOSRPT-REC
003450         WRITE DOSRPT-REC
003460         GO TO 3000-EXIT
003470     END-IF.
003480     IF NOT RESULTOUT-OK
003490         MOVE "DOS004E" TO MSG-ID
003500         STRING "UNABLE TO OPEN RESULTOUT, STATUS "
003510             WS-RESULTOUT-STATUS
003520             DELIMITED BY SIZE INTO MSG-TEXT
003530         PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
003540         MOVE RC-FILE-ERROR TO RETURN-CODE
003550         STOP RUN
003560     END-IF.
003570     PERFORM 3100-READ-RESULTOUT THRU 3100-EXIT
003580         UNTIL FILE-EOF.
003590     CLOSE RESULTOUT.
003600     IF WS-RESL-MATCH-COUNT = ZERO
003610         MOVE "  NO RESULTOUT RECORD FOR THIS RUN" TO DOSRPT-REC
003620         WRITE DOSRPT-REC
003630     END-IF.
003640 3000-EXIT.
003650     EXIT.
003660
003670 3100-READ-RESULTOUT.
003680     READ RESULTOUT
003690         AT END
003700             SET FILE-EOF TO TRUE
003710         NOT AT END
003720             IF RESLOUT-RUN-ID = WS-REQ-RUN-ID
003730                 ADD 1 TO WS-RESL-MATCH-COUNT
003740                 PERFORM 3200-RESULTOUT-LINE THRU 3200-EXIT
003750             END-IF
003760     END-READ.
003770 3100-EXIT.
003780     EXIT.
003790
003800 3200-RESULTOUT-LINE.
003810     EVALUATE TRUE
003820         WHEN RESLOUT-REUSED
003830             MOVE "REUSED" TO WS-SOURCE-TEXT
003840         WHEN RESLOUT-COMPUTED
003850             MOVE "COMPUTED" TO WS-SOURCE-TEXT
003860         WHEN OTHER
003870             MOVE "UNKNOWN" TO WS-SOURCE-TEXT
003880     END-EVALUATE.
003890     MOVE RESLOUT-LIMIT-USED   TO WS-EDIT-LIMIT.
003900     MOVE RESLOUT-RESULT-VALUE TO WS-EDIT-RESULT.
003910     MOVE SPACES TO DOSRPT-REC.
003920     STRING "  " DELIMITED BY SIZE
003930         RESLOUT-PROGRAM-ID DELIMITED BY SIZE
003940         " DATE " DELIMITED BY SIZE
003950         RESLOUT-RUN-DATE DELIMITED BY SIZE
003960         " LIMIT " DELIMITED BY SIZE
003970         FUNCTION TRIM(WS-EDIT-LIMIT) DELIMITED BY SIZE
003980         " RESULT " DELIMITED BY SIZE
003990         FUNCTION TRIM(WS-EDIT-RESULT) DELIMITED BY SIZE
004000         " " DELIMITED BY SIZE
004010         WS-SOURCE-TEXT DELIMITED BY SPACE
004020         INTO DOSRPT-REC.
004030     WRITE DOSRPT-REC.
004040 3200-EXIT.
004050     EXIT.
004060
004070*-----------------------------------------------------------------
004080* 4000-SCAN-HISTFILE -- THE RUN'S HISTORY RECORDS, ONE PER
004090* COMPUTATION, EACH WITH ITS COMPUTED/REUSED FLAG.
004100*-----------------------------------------------------------------
004110 4000-SCAN-HISTFILE.
004120     MOVE SPACES TO DOSRPT-REC.
004130     WRITE DOSRPT-REC.
004140     MOVE "HISTORY (HISTFILE)" TO DOSRPT-REC.
004150     WRITE DOSRPT-REC.
004160     MOVE 'N' TO WS-EOF-FLAG.
004170     OPEN INPUT HISTFILE.
004180     IF HISTFILE-NOT-FOUND
004190         MOVE "  HISTFILE NOT PRESENT" TO DOSRPT-REC
004200         WRITE DOSRPT-REC
004210         GO TO 4000-EXIT
004220     END-IF.
004230     IF NOT HISTFILE-OK
004240         MOVE "DOS005E" TO MSG-ID
004250         STRING "UNABLE TO OPEN HISTFILE, STATUS "
004260             WS-HISTFILE-STATUS
004270             DELIMITED BY SIZE INTO MSG-TEXT
004280         PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
004290         MOVE RC-FILE-ERROR TO RETURN-CODE
004300         STOP RUN
004310     END-IF.
004320     PERFORM 4100-READ-HISTFILE THRU 4100-EXIT
004330         UNTIL FILE-EOF.
004340     CLOSE HISTFILE.
004350     IF WS-HIST-MATCH-COUNT = ZERO
004360         MOVE "  NO HISTFILE RECORD FOR THIS RUN" TO DOSRPT-REC
004370         WRITE DOSRPT-REC
004380     END-IF.
004390 4000-EXIT.
004400     EXIT.
004410
004420 4100-READ-HISTFILE.
004430     READ HISTFILE
004440         AT END
004450             SET FILE-EOF TO TRUE
004460         NOT AT END
004470             IF HIST-RUN-ID = WS-REQ-RUN-ID
004480                 ADD 1 TO WS-HIST-MATCH-COUNT
004490                 PERFORM 4200-HISTFILE-LINE THRU 4200-EXIT
004500             END-IF
004510     END-READ.
004520 4100-EXIT.
004530     EXIT.
004540
004550 4200-HISTFILE-LINE.
004560     EVALUATE TRUE
004570         WHEN HIST-SOURCE-REUSED
004580             MOVE "REUSED" TO WS-SOURCE-TEXT
004590         WHEN HIST-SOURCE-COMPUTED
004600             MOVE "COMPUTED" TO WS-SOURCE-TEXT
004610         WHEN OTHER
004620             MOVE "UNKNOWN" TO WS-SOURCE-TEXT
004630     END-EVALUATE.
004640     MOVE HIST-LOOP-LIMIT   TO WS-EDIT-LIMIT.
004650     MOVE HIST-COMPUTED-SUM TO WS-EDIT-RESULT.
004660     MOVE SPACES TO DOSRPT-REC.
004670     STRING "  " DELIMITED BY SIZE
004680         HIST-PROGRAM-NAME DELIMITED BY SIZE
004690         " RUN " DELIMITED BY SIZE
004700         HIST-TIMESTAMP DELIMITED BY SIZE
004710         " LIMIT " DELIMITED BY SIZE
004720         FUNCTION TRIM(WS-EDIT-LIMIT) DELIMITED BY SIZE
004730         " RESULT " DELIMITED BY SIZE
004740         FUNCTION TRIM(WS-EDIT-RESULT) DELIMITED BY SIZE
004750         " " DELIMITED BY SIZE
004760         WS-SOURCE-TEXT DELIMITED BY SPACE
004770         INTO DOSRPT-REC.
004780     WRITE DOSRPT-REC.
004790 4200-EXIT.
004800     EXIT.
004810
004820*-----------------------------------------------------------------
004830* 5000-SCAN-EULERRES -- THE FULL INPUT PARAMETER SET AND THE
004840* SUBMITTING OPERATOR FOR EACH COMPUTATION, OFF THE KEYED TREND
004850* MASTER.  THE RUN ID IS NOT PART OF THE KEY, SO THE MASTER IS
004860* READ END TO END.
004870*-----------------------------------------------------------------
004880 5000-SCAN-EULERRES.
004890     MOVE SPACES TO DOSRPT-REC.
004900     WRITE DOSRPT-REC.
004910     MOVE "INPUTS AND OPERATOR (EULERRES)" TO DOSRPT-REC.
004920     WRITE DOSRPT-REC.
004930     MOVE 'N' TO WS-EOF-FLAG.
004940     OPEN INPUT EULERRES.
004950     IF EULERRES-NOT-FOUND
004960         MOVE "  EULERRES NOT PRESENT" TO DOSRPT-REC
004970         WRITE DOSRPT-REC
004980         GO TO 5000-EXIT
004990     END-IF.
005000     IF NOT EULERRES-OK
005010         MOVE "DOS006E" TO MSG-ID
005020         STRING "UNABLE TO OPEN EULERRES, STATUS "
005030             WS-EULERRES-STATUS
005040             DELIMITED BY SIZE INTO MSG-TEXT
005050         PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
005060         MOVE RC-FILE-ERROR TO RETURN-CODE
005070         STOP RUN
005080     END-IF.
005090     PERFORM 5100-READ-EULERRES THRU 5100-EXIT
005100         UNTIL FILE-EOF.
005110     CLOSE EULERRES.
005120     IF WS-RES-MATCH-COUNT = ZERO
005130         MOVE "  NO EULERRES RECORD FOR THIS RUN" TO DOSRPT-REC
005140         WRITE DOSRPT-REC
005150     END-IF.
005160 5000-EXIT.
005170     EXIT.
005180
005190 5100-READ-EULERRES.
005200     READ EULERRES
005210         AT END
005220             SET FILE-EOF TO TRUE
005230         NOT AT END
005240             IF EULERRES-RUN-ID = WS-REQ-RUN-ID
005250                 ADD 1 TO WS-RES-MATCH-COUNT
005260                 PERFORM 5200-EULERRES-LINES THRU 5200-EXIT
005270             END-IF
005280     END-READ.
005290 5100-EXIT.
005300     EXIT.
005310
005320 5200-EULERRES-LINES.
005330     MOVE EULERRES-LOOP-LIMIT   TO WS-EDIT-LIMIT.
005340     MOVE EULERRES-SEED-FIB1    TO WS-EDIT-FIB1.
005350     MOVE EULERRES-SEED-FIB2    TO WS-EDIT-FIB2.
005360     MOVE EULERRES-RESULT-VALUE TO WS-EDIT-RESULT.
005370     MOVE SPACES TO DOSRPT-REC.
005380     STRING "  " DELIMITED BY SIZE
005390         EULERRES-PROGRAM-ID DELIMITED BY SIZE
005400         " RUN " DELIMITED BY SIZE
005410         EULERRES-RUN-TIMESTAMP DELIMITED BY SIZE
005420         " OPERATOR " DELIMITED BY SIZE
005430         EULERRES-OPERATOR-ID DELIMITED BY SIZE
005440         " RESULT " DELIMITED BY SIZE
005450         FUNCTION TRIM(WS-EDIT-RESULT) DELIMITED BY SIZE
005460         INTO DOSRPT-REC.
005470     WRITE DOSRPT-REC.
005480     MOVE SPACES TO DOSRPT-REC.
005490     STRING "      LIMIT " DELIMITED BY SIZE
005500         FUNCTION TRIM(WS-EDIT-LIMIT) DELIMITED BY SIZE
005510         " SEED " DELIMITED BY SIZE
005520         FUNCTION TRIM(WS-EDIT-FIB1) DELIMITED BY SIZE
005530         "/" DELIMITED BY SIZE
005540         FUNCTION TRIM(WS-EDIT-FIB2) DELIMITED BY SIZE
005550         " MODE " DELIMITED BY SIZE
005560         EULERRES-SEED-MODE DELIMITED BY SIZE
005570         INTO DOSRPT-REC.
005580     WRITE DOSRPT-REC.
005581     IF EULERRES-VOIDED
005582         MOVE SPACES TO DOSRPT-REC
005583         STRING "      *** VOIDED, REASON " DELIMITED BY SIZE
005584             EULERRES-REASON-CODE DELIMITED BY SIZE
005585             " ***" DELIMITED BY SIZE
005586             INTO DOSRPT-REC
005587         WRITE DOSRPT-REC
005588     END-IF.
005590 5200-EXIT.
005600     EXIT.
005610
005620*-----------------------------------------------------------------
005630* 6000-SCAN-RUNSTATS -- START, END AND ELAPSED TIME AND THE WORK
005640* COUNTS OF EACH COMPUTATION.  A REUSED ANSWER DID NO COMPUTE
005650* WORK AND HAS NO STATISTICS RECORD.
005660*-----------------------------------------------------------------
005670 6000-SCAN-RUNSTATS.
005680     MOVE SPACES TO DOSRPT-REC.
005690     WRITE DOSRPT-REC.
005700     MOVE "TIMING (RUNSTATS)" TO DOSRPT-REC.
005710     WRITE DOSRPT-REC.
005720     MOVE 'N' TO WS-EOF-FLAG.
005730     OPEN INPUT RUNSTATS.
005740     IF RUNSTATS-NOT-FOUND
005750         MOVE "  RUNSTATS NOT PRESENT" TO DOSRPT-REC
005760         WRITE DOSRPT-REC
005770         GO TO 6000-EXIT
005780     END-IF.
005790     IF NOT RUNSTATS-OK
005800         MOVE "DOS007E" TO MSG-ID
005810         STRING "UNABLE TO OPEN RUNSTATS, STATUS "
005820             WS-RUNSTATS-STATUS
005830             DELIMITED BY SIZE INTO MSG-TEXT
005840         PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
005850         MOVE RC-FILE-ERROR TO RETURN-CODE
005860         STOP RUN
005870     END-IF.
005880     PERFORM 6100-READ-RUNSTATS THRU 6100-EXIT
005890         UNTIL FILE-EOF.
005900     CLOSE RUNSTATS.
005910     IF WS-STAT-MATCH-COUNT = ZERO
005920         MOVE "  NO RUNSTATS RECORD FOR THIS RUN" TO DOSRPT-REC
005930         WRITE DOSRPT-REC
005940     END-IF.
005950 6000-EXIT.
005960     EXIT.
005970
005980 6100-READ-RUNSTATS.
005990     READ RUNSTATS
006000         AT END
006010             SET FILE-EOF TO TRUE
006020         NOT AT END
006030             IF RUNSTAT-RUN-ID = WS-REQ-RUN-ID
006040                 ADD 1 TO WS-STAT-MATCH-COUNT
006050                 PERFORM 6200-RUNSTATS-LINES THRU 6200-EXIT
006060             END-IF
006070     END-READ.
006080 6100-EXIT.
006090     EXIT.
006100
006110 6200-RUNSTATS-LINES.
006120     COMPUTE WS-ELAPSED-SECS = RUNSTAT-ELAPSED-HUNDS / 100.
006130     MOVE WS-ELAPSED-SECS    TO WS-EDIT-ELAPSED.
006140     MOVE RUNSTAT-LOOP-LIMIT TO WS-EDIT-LIMIT.
006150     MOVE RUNSTAT-ITERATIONS TO WS-EDIT-ITER.
006160     MOVE SPACES TO DOSRPT-REC.
006170     STRING "  " DELIMITED BY SIZE
006180         RUNSTAT-PROGRAM-ID DELIMITED BY SIZE
006190         " START " DELIMITED BY SIZE
006200         RUNSTAT-START-TIMESTAMP DELIMITED BY SIZE
006210         " END " DELIMITED BY SIZE
006220         RUNSTAT-END-TIMESTAMP DELIMITED BY SIZE
006230         " ELAPSED " DELIMITED BY SIZE
006240         FUNCTION TRIM(WS-EDIT-ELAPSED) DELIMITED BY SIZE
006250         " SECS" DELIMITED BY SIZE
006260         INTO DOSRPT-REC.
006270     WRITE DOSRPT-REC.
006280     MOVE SPACES TO DOSRPT-REC.
006290     STRING "      LIMIT " DELIMITED BY SIZE
006300         FUNCTION TRIM(WS-EDIT-LIMIT) DELIMITED BY SIZE
006310         " ITERATIONS " DELIMITED BY SIZE
006320         FUNCTION TRIM(WS-EDIT-ITER) DELIMITED BY SIZE
006330         INTO DOSRPT-REC.
006340     WRITE DOSRPT-REC.
006350 6200-EXIT.
006360     EXIT.
006370
006380*-----------------------------------------------------------------
006390* 7000-SCAN-MSGLOG -- EVERY MESSAGE ANY PROGRAM LOGGED UNDER THE
006400* RUN ID, IN THE ORDER THEY WERE WRITTEN.
006410*-----------------------------------------------------------------
006420 7000-SCAN-MSGLOG.
006430     MOVE SPACES TO DOSRPT-REC.
006440     WRITE DOSRPT-REC.
006450     MOVE "MESSAGES (MSGLOG)" TO DOSRPT-REC.
006460     WRITE DOSRPT-REC.
006470     MOVE 'N' TO WS-EOF-FLAG.
006480     OPEN INPUT MSGLOG.
006490     IF MSGLOG-NOT-FOUND
006500         MOVE "  MSGLOG NOT PRESENT" TO DOSRPT-REC
006510         WRITE DOSRPT-REC
006520         GO TO 7000-EXIT
006530     END-IF.
006540     IF NOT MSGLOG-OK
006550         MOVE "DOS008E" TO MSG-ID
006560         STRING "UNABLE TO OPEN MSGLOG, STATUS "
006570             WS-MSGLOG-STATUS
006580             DELIMITED BY SIZE INTO MSG-TEXT
006590         PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
006600         MOVE RC-FILE-ERROR TO RETURN-CODE
006610         STOP RUN
006620     END-IF.
006630     PERFORM 7100-READ-MSGLOG THRU 7100-EXIT
006640         UNTIL FILE-EOF.
006650     CLOSE MSGLOG.
006660     IF WS-MSG-MATCH-COUNT = ZERO
006670         MOVE "  NO MESSAGES LOGGED FOR THIS RUN" TO DOSRPT-REC
006680         WRITE DOSRPT-REC
006690     END-IF.
006700 7000-EXIT.
006710     EXIT.
006720
006730 7100-READ-MSGLOG.
006740     READ MSGLOG
006750         AT END
006760             SET FILE-EOF TO TRUE
006770         NOT AT END
006780             IF MSGLOG-RUN-ID = WS-REQ-RUN-ID
006790                 ADD 1 TO WS-MSG-MATCH-COUNT
006800                 MOVE SPACES TO DOSRPT-REC
006810                 STRING "  " DELIMITED BY SIZE
006820                     MSGLOG-TIMESTAMP(1:16) DELIMITED BY SIZE
006830                     " " DELIMITED BY SIZE
006840                     MSGLOG-MSG-ID DELIMITED BY SIZE
006850                     " " DELIMITED BY SIZE
006860                     MSGLOG-PROGRAM DELIMITED BY SIZE
006870                     " " DELIMITED BY SIZE
006880                     MSGLOG-TEXT DELIMITED BY SIZE
006890                     INTO DOSRPT-REC
006900                 WRITE DOSRPT-REC
006910             END-IF
006920     END-READ.
006930 7100-EXIT.
006940     EXIT.
006950
006960*-----------------------------------------------------------------
006970* 8000-WRAP-UP -- RECORDS FOUND PER SOURCE AND THE STEP RETURN
006980* CODE.  A RUN ID THAT MATCHES NOTHING ANYWHERE IS MOST LIKELY
006990* MIS-KEYED, SO IT IS WARNED AND ENDS THE STEP WITH RC 4.
007000*-----------------------------------------------------------------
007010 8000-WRAP-UP.
007020     MOVE SPACES TO DOSRPT-REC.
007030     WRITE DOSRPT-REC.
007040     MOVE WS-SUMM-MATCH-COUNT TO WS-EDIT-COUNT.
007050     MOVE SPACES TO DOSRPT-REC.
007060     STRING "  SUMMOUT RECORDS FOUND   : " DELIMITED BY SIZE
007070         FUNCTION TRIM(WS-EDIT-COUNT) DELIMITED BY SIZE
007080         INTO DOSRPT-REC.
007090     WRITE DOSRPT-REC.
007100     MOVE WS-RESL-MATCH-COUNT TO WS-EDIT-COUNT.
007110     MOVE SPACES TO DOSRPT-REC.
007120     STRING "  RESULTOUT RECORDS FOUND : " DELIMITED BY SIZE
007130         FUNCTION TRIM(WS-EDIT-COUNT) DELIMITED BY SIZE
007140         INTO DOSRPT-REC.
007150     WRITE DOSRPT-REC.
007160     MOVE WS-HIST-MATCH-COUNT TO WS-EDIT-COUNT.
007170     MOVE SPACES TO DOSRPT-REC.
007180     STRING "  HISTFILE RECORDS FOUND  : " DELIMITED BY SIZE
007190         FUNCTION TRIM(WS-EDIT-COUNT) DELIMITED BY SIZE
007200         INTO DOSRPT-REC.
007210     WRITE DOSRPT-REC.
007220     MOVE WS-RES-MATCH-COUNT TO WS-EDIT-COUNT.
007230     MOVE SPACES TO DOSRPT-REC.
007240     STRING "  EULERRES RECORDS FOUND  : " DELIMITED BY SIZE
007250         FUNCTION TRIM(WS-EDIT-COUNT) DELIMITED BY SIZE
007260         INTO DOSRPT-REC.
007270     WRITE DOSRPT-REC.
007280     MOVE WS-STAT-MATCH-COUNT TO WS-EDIT-COUNT.
007290     MOVE SPACES TO DOSRPT-REC.
007300     STRING "  RUNSTATS RECORDS FOUND  : " DELIMITED BY SIZE
007310         FUNCTION TRIM(WS-EDIT-COUNT) DELIMITED BY SIZE
007320         INTO DOSRPT-REC.
007330     WRITE DOSRPT-REC.
007340     MOVE WS-MSG-MATCH-COUNT TO WS-EDIT-COUNT.
007350     MOVE SPACES TO DOSRPT-REC.
007360     STRING "  MSGLOG RECORDS FOUND    : " DELIMITED BY SIZE
007370         FUNCTION TRIM(WS-EDIT-COUNT) DELIMITED BY SIZE
007380         INTO DOSRPT-REC.
007390     WRITE DOSRPT-REC.
007400     COMPUTE WS-TOTAL-MATCH-COUNT = WS-SUMM-MATCH-COUNT
007410         + WS-RESL-MATCH-COUNT + WS-HIST-MATCH-COUNT
007420         + WS-RES-MATCH-COUNT + WS-STAT-MATCH-COUNT
007430         + WS-MSG-MATCH-COUNT.
007440     IF WS-TOTAL-MATCH-COUNT = ZERO
007450         MOVE "  NOTHING FOUND FOR THIS RUN ID" TO DOSRPT-REC
007460         WRITE DOSRPT-REC
007470         MOVE "DOS009W" TO MSG-ID
007480         STRING "NO RECORD FOUND FOR RUN ID " WS-REQ-RUN-ID
007490             DELIMITED BY SIZE INTO MSG-TEXT
007500         PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
007510         MOVE 4 TO RETURN-CODE
007520     END-IF.
007530     CLOSE DOSRPT.
007540 8000-EXIT.
007550     EXIT.
007560
007570*-----------------------------------------------------------------
007580* 9800-LOG-MESSAGE -- ROUTE A DIAGNOSTIC THROUGH THE COMMON
007590* EULERMSG ROUTINE.  CALLERS FILL MSG-ID (SEVERITY LETTER LAST)
007600* AND MSG-TEXT; THE SEVERITY IS DERIVED FROM THE ID AND THE TEXT
007610* BUFFER IS BLANKED FOR THE NEXT CALLER.
007620*-----------------------------------------------------------------
007630 9800-LOG-MESSAGE.
007640     MOVE MSG-ID(7:1) TO MSG-SEVERITY.
007650     MOVE "EULERDOS" TO MSG-PROGRAM.
007660     CALL "EULERMSG" USING EULERMSG-PARMS.
007670     MOVE SPACES TO MSG-TEXT.
007680 9800-EXIT.
007690     EXIT.
007700
007710 END PROGRAM EULERDOS.
