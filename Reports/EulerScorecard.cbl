000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. EULERSCR.
000120 AUTHOR. D-L-WHITFIELD.
000130 INSTALLATION. EULER-BATCH-REPORTING.
000140 DATE-WRITTEN. 10/15/2026.
000150 DATE-COMPILED.
000160*****************************************************************
000170* MODIFICATION HISTORY                                          *
000180*-----------------------------------------------------------------
000190*  DATE       INIT  DESCRIPTION
000200*  ---------- ----  ----------------------------------------------
000210*  10/15/2026 DLW   ORIGINAL PROGRAM.  MONTH-END OPERATIONS
000220*                   SCORECARD.  FOR THE REPORT MONTH AND THE
000230*                   MONTH BEFORE IT, PER PROGRAM: RUNS COMPUTED
000240*                   AND REUSED (HISTFILE RUN-SOURCE FLAG) AND THE
000250*                   REUSE RATIO, TOTAL AND WORST ELAPSED TIME
000260*                   (RUNSTATS), ERROR AND WARNING MESSAGES
000270*                   (MSGLOG SEVERITY E AND W), SWEEP SETS
000280*                   PROCESSED/SKIPPED/FAILED (SWEEPSTG SLICE
000290*                   TRAILERS) AND DISTINCT SUBMITTING OPERATORS
000300*                   (EULERRES).  EACH ROW SHOWS THE MONTH-OVER-
000310*                   MONTH MOVE AS UP/DOWN AND A PERCENTAGE.  THE
000320*                   SCRCTL CARD GIVES THE MONTH (YYYYMM, DEFAULT
000330*                   THE LAST COMPLETE MONTH) AND THE TOLERANCES:
000340*                   REUSE-RATIO MOVE IN PERCENTAGE POINTS
000350*                   (DEFAULT 10) AND TOTAL-ELAPSED MOVE IN PERCENT
000360*                   (DEFAULT 25).  A PROGRAM OUTSIDE EITHER IS
000370*                   FLAGGED ON THE PAGE, LISTED AT THE END AND
000380*                   ENDS THE STEP WITH RC 4.  ONE SCORESUM RECORD
000390*                   PER PROGRAM IS APPENDED FOR YEAR-OVER-YEAR
000400*                   KEEPING.
000410*****************************************************************
000420 ENVIRONMENT DIVISION.
000430 CONFIGURATION SECTION.
000440 SOURCE-COMPUTER. IBM-370.
000450 OBJECT-COMPUTER. IBM-370.
000460 INPUT-OUTPUT SECTION.
000470 FILE-CONTROL.
000480     SELECT SCRCTL ASSIGN TO "SCRCTL"
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS WS-SCRCTL-STATUS.
000510     SELECT HISTFILE ASSIGN TO "HISTFILE"
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS WS-HISTFILE-STATUS.
000540     SELECT RUNSTATS ASSIGN TO "RUNSTATS"
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS WS-RUNSTATS-STATUS.
000570     SELECT MSGLOG ASSIGN TO "MSGLOG"
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS WS-MSGLOG-STATUS.
000600     SELECT SWEEPSTG ASSIGN TO "SWEEPSTG"
000610         ORGANIZATION IS LINE SEQUENTIAL
000620         FILE STATUS IS WS-SWEEPSTG-STATUS.
000630     SELECT EULERRES ASSIGN TO "EULERRES"
000640         ORGANIZATION IS INDEXED
000650         ACCESS MODE IS SEQUENTIAL
000660         RECORD KEY IS EULERRES-KEY
000670         FILE STATUS IS WS-EULERRES-STATUS.
000680     SELECT SCORESUM ASSIGN TO "SCORESUM"
000690         ORGANIZATION IS LINE SEQUENTIAL
000700         FILE STATUS IS WS-SCORESUM-STATUS.
000710     SELECT SCORERPT ASSIGN TO "SCORERPT"
000720         ORGANIZATION IS LINE SEQUENTIAL
000730         FILE STATUS IS WS-SCORERPT-STATUS.
000740 DATA DIVISION.
000750 FILE SECTION.
000760 FD  SCRCTL
000770     RECORDING MODE IS F.
000780 01  SCRCTL-REC.
000790     05  SCRCTL-MONTH               PIC X(06).
000800     05  FILLER                     PIC X(01).
000810     05  SCRCTL-REUSE-TOLERANCE     PIC X(03).
000820     05  FILLER                     PIC X(01).
000830     05  SCRCTL-ELAPSED-TOLERANCE   PIC X(03).
000840 FD  HISTFILE
000850     RECORDING MODE IS F.
000860     COPY HISTREC.
000870 FD  RUNSTATS
000880     RECORDING MODE IS F.
000890     COPY RUNSTATS.
000900 FD  MSGLOG
000910     RECORDING MODE IS F.
000920*    MIRRORS THE RECORD EULERMSG WRITES -- SEE EULERMSG, WHICH
000930*    OWNS THE LAYOUT.
000940 01  MSGLOG-REC.
000950     05  MSGLOG-TIMESTAMP           PIC X(21).
000960     05  MSGLOG-MSG-ID              PIC X(08).
000970     05  MSGLOG-SEVERITY            PIC X(01).
000980     05  MSGLOG-PROGRAM             PIC X(08).
000990     05  MSGLOG-TEXT                PIC X(80).
001000     05  MSGLOG-RUN-ID              PIC X(24).
001010 FD  SWEEPSTG
001020     RECORDING MODE IS F.
001030     COPY SWEEPSTG.
001040 FD  EULERRES
001050     RECORDING MODE IS F.
001060     COPY EULERRES.
001070 FD  SCORESUM
001080     RECORDING MODE IS F.
001090     COPY SCORESUM.
001100 FD  SCORERPT
001110     RECORDING MODE IS F.
001120 01  SCORERPT-REC                   PIC X(132).
001130 WORKING-STORAGE SECTION.
001140*-----------------------------------------------------------------
001150* FILE STATUS AND DATE WORK AREAS
001160*-----------------------------------------------------------------
001170 01  WS-SCRCTL-STATUS               PIC X(02) VALUE SPACES.
001180     88  SCRCTL-OK                  VALUE '00'.
001190 01  WS-HISTFILE-STATUS             PIC X(02) VALUE SPACES.
001200     88  HISTFILE-OK                VALUE '00'.
001210     88  HISTFILE-NOT-FOUND         VALUE '35'.
001220 01  WS-RUNSTATS-STATUS             PIC X(02) VALUE SPACES.
001230     88  RUNSTATS-OK                VALUE '00'.
001240     88  RUNSTATS-NOT-FOUND         VALUE '35'.
001250 01  WS-MSGLOG-STATUS               PIC X(02) VALUE SPACES.
001260     88  MSGLOG-OK                  VALUE '00'.
001270     88  MSGLOG-NOT-FOUND           VALUE '35'.
001280 01  WS-SWEEPSTG-STATUS             PIC X(02) VALUE SPACES.
001290     88  SWEEPSTG-OK                VALUE '00'.
001300     88  SWEEPSTG-NOT-FOUND         VALUE '35'.
001310 01  WS-EULERRES-STATUS             PIC X(02) VALUE SPACES.
001320     88  EULERRES-OK                VALUE '00'.
001330     88  EULERRES-NOT-FOUND         VALUE '35'.
001340 01  WS-SCORESUM-STATUS             PIC X(02) VALUE SPACES.
001350     88  SCORESUM-OK                VALUE '00'.
001360     88  SCORESUM-NOT-FOUND         VALUE '35'.
001370 01  WS-SCORERPT-STATUS             PIC X(02) VALUE SPACES.
001380     88  SCORERPT-OK                VALUE '00'.
001390 01  WS-EOF-FLAG                    PIC X(01) VALUE 'N'.
001400     88  FILE-EOF                   VALUE 'Y'.
001410 01  WS-CURRENT-DATE.
001420     05  WS-CURRENT-DATE-YYYYMMDD   PIC X(08).
001430     05  FILLER                     PIC X(18).
001440 01  WS-CREATED-TIMESTAMP           PIC X(21) VALUE SPACES.
001450*-----------------------------------------------------------------
001460* THE REPORT MONTH AND THE MONTH BEFORE IT.  A RECORD WHOSE
001470* TIMESTAMP FALLS IN EITHER IS TALLIED INTO THAT MONTH'S BUCKET
001480* (1 = PRIOR, 2 = REPORT MONTH); ANY OTHER RECORD IS PASSED OVER.
001490*-----------------------------------------------------------------
001500 01  WS-REPORT-MONTH.
001510     05  WS-REPORT-YEAR             PIC 9(04).
001520     05  WS-REPORT-MM               PIC 9(02).
001530 01  WS-PRIOR-MONTH.
001540     05  WS-PRIOR-YEAR              PIC 9(04).
001550     05  WS-PRIOR-MM                PIC 9(02).
001560 01  WS-STAMP-MONTH                 PIC X(06) VALUE SPACES.
001570 01  WS-BUCKET                      PIC 9(01) VALUE ZERO.
001580     88  BUCKET-NONE                VALUE 0.
001590     88  BUCKET-PRIOR               VALUE 1.
001600     88  BUCKET-REPORT              VALUE 2.
001610*-----------------------------------------------------------------
001620* TOLERANCES.  THE REUSE RATIO IS COMPARED IN PERCENTAGE POINTS,
001630* TOTAL ELAPSED TIME IN PERCENT OF THE PRIOR MONTH.
001640*-----------------------------------------------------------------
001650 01  WS-REUSE-TOLERANCE             PIC 9(03) VALUE 10.
001660 01  WS-ELAPSED-TOLERANCE           PIC 9(03) VALUE 25.
001670 01  WS-CARD-ERROR-FLAG             PIC X(01) VALUE 'N'.
001680     88  CARD-IN-ERROR              VALUE 'Y'.
001690*-----------------------------------------------------------------
001700* ONE ENTRY PER PROGRAM SEEN IN EITHER MONTH, IN THE ORDER FIRST
001710* MET.  WS-PGM-MONTH (1) IS THE PRIOR MONTH, (2) THE REPORT
001720* MONTH.
001730*-----------------------------------------------------------------
001740 01  WS-PGM-TABLE.
001750     05  WS-PGM-ENTRY OCCURS 50 TIMES.
001760         10  WS-PGM-ID              PIC X(08).
001770         10  WS-PGM-MONTH OCCURS 2 TIMES.
001780             15  WS-PGM-COMPUTED    PIC 9(07) COMP.
001790             15  WS-PGM-REUSED      PIC 9(07) COMP.
001800             15  WS-PGM-ELAPSED-TOTAL
001810                                    PIC 9(15) COMP.
001820             15  WS-PGM-ELAPSED-WORST
001830                                    PIC 9(09) COMP.
001840             15  WS-PGM-ERRORS      PIC 9(07) COMP.
001850             15  WS-PGM-WARNINGS    PIC 9(07) COMP.
001860             15  WS-PGM-SWP-PROCESSED
001870                                    PIC 9(07) COMP.
001880             15  WS-PGM-SWP-SKIPPED PIC 9(07) COMP.
001890             15  WS-PGM-SWP-FAILED  PIC 9(07) COMP.
001900             15  WS-PGM-OPERATORS   PIC 9(05) COMP.
001910             15  WS-PGM-REUSE-PCT   PIC 9(03)V9.
001920         10  WS-PGM-REUSE-FLAG      PIC X(01).
001930             88  PGM-REUSE-OUTSIDE  VALUE 'Y'.
001940         10  WS-PGM-ELAPSED-FLAG    PIC X(01).
001950             88  PGM-ELAPSED-OUTSIDE VALUE 'Y'.
001960         10  WS-PGM-REUSE-MOVE      PIC 9(03)V9.
001970         10  WS-PGM-ELAPSED-MOVE    PIC 9(09)V9.
001980 01  WS-PGM-ENTRY-COUNT             PIC 9(03) COMP VALUE ZERO.
001990 01  WS-PGM-MAX                     PIC 9(03) COMP VALUE 50.
002000 01  SUB-1                          PIC 9(03) COMP VALUE ZERO.
002010 01  WS-MATCH-SUB                   PIC 9(03) COMP VALUE ZERO.
002020 01  WS-SEARCH-ID                   PIC X(08) VALUE SPACES.
002030*-----------------------------------------------------------------
002040* EVERY (PROGRAM, MONTH, OPERATOR) COMBINATION SEEN ON EULERRES,
002050* SO EACH OPERATOR IS COUNTED ONCE PER PROGRAM PER MONTH.
002060*-----------------------------------------------------------------
002070 01  WS-OPER-TABLE.
002080     05  WS-OPER-ENTRY OCCURS 500 TIMES.
002090         10  WS-OPR-PROGRAM-ID      PIC X(08).
002100         10  WS-OPR-BUCKET          PIC 9(01).
002110         10  WS-OPR-OPERATOR-ID     PIC X(08).
002120 01  WS-OPER-ENTRY-COUNT            PIC 9(03) COMP VALUE ZERO.
002130 01  WS-OPER-MAX                    PIC 9(03) COMP VALUE 500.
002140 01  WS-OPER-SUB                    PIC 9(03) COMP VALUE ZERO.
002150 01  WS-OPER-MATCH-SUB              PIC 9(03) COMP VALUE ZERO.
002160 01  WS-OVERFLOW-FLAG               PIC X(01) VALUE 'N'.
002170     88  TABLE-OVERFLOWED           VALUE 'Y'.
002180*-----------------------------------------------------------------
002190* ROW WORK AREAS.  CALLERS OF 7300-CHANGE-TEXT SET THE PRIOR AND
002200* REPORT-MONTH VALUES; THE MOVE COMES BACK AS TEXT AND, WHEN THE
002210* PRIOR MONTH GIVES A BASE, AS AN UNSIGNED PERCENTAGE.
002220*-----------------------------------------------------------------
002230 01  WS-ROW-PRIOR-VALUE             PIC 9(15) VALUE ZERO.
002240 01  WS-ROW-REPORT-VALUE            PIC 9(15) VALUE ZERO.
002250 01  WS-ROW-PCT                     PIC S9(09)V9 VALUE ZERO.
002260 01  WS-ROW-ABS-PCT                 PIC 9(09)V9 VALUE ZERO.
002270 01  WS-PCT-FLAG                    PIC X(01) VALUE 'N'.
002280     88  PCT-MEASURED               VALUE 'Y'.
002290 01  WS-ROW-POINTS                  PIC S9(03)V9 VALUE ZERO.
002300 01  WS-ROW-ABS-POINTS              PIC 9(03)V9 VALUE ZERO.
002310 01  WS-RUN-TOTAL                   PIC 9(09) COMP VALUE ZERO.
002320 01  WS-ELAPSED-SECS                PIC 9(13)V99 VALUE ZERO.
002330*-----------------------------------------------------------------
002340* SCORECARD COUNTERS
002350*-----------------------------------------------------------------
002360 77  WS-HIST-READ-COUNT             PIC 9(09) COMP VALUE ZERO.
002370 77  WS-STAT-READ-COUNT             PIC 9(09) COMP VALUE ZERO.
002380 77  WS-LOG-READ-COUNT              PIC 9(09) COMP VALUE ZERO.
002390 77  WS-SWEEP-READ-COUNT            PIC 9(09) COMP VALUE ZERO.
002400 77  WS-RES-READ-COUNT              PIC 9(09) COMP VALUE ZERO.
002410 77  WS-SUMMARY-WRITE-COUNT         PIC 9(09) COMP VALUE ZERO.
002420 77  WS-OUTSIDE-COUNT               PIC 9(09) COMP VALUE ZERO.
002430*-----------------------------------------------------------------
002440* REPORT LINES AND EDIT FIELDS
002450*-----------------------------------------------------------------
002460 01  WS-COLUMN-LINE.
002470     05  FILLER                     PIC X(04) VALUE SPACES.
002480     05  FILLER                     PIC X(24) VALUE 'METRIC'.
002490     05  FILLER                     PIC X(10) VALUE SPACES.
002500     05  WS-COL-PRIOR-MONTH         PIC X(06).
002510     05  FILLER                     PIC X(13) VALUE SPACES.
002520     05  WS-COL-REPORT-MONTH        PIC X(06).
002530     05  FILLER                     PIC X(04) VALUE SPACES.
002540     05  FILLER                     PIC X(20) VALUE 'CHANGE'.
002550 01  WS-ROW-LINE.
002560     05  FILLER                     PIC X(04) VALUE SPACES.
002570     05  WS-ROW-LABEL               PIC X(24).
002580     05  WS-ROW-PRIOR-TEXT          PIC X(16).
002590     05  FILLER                     PIC X(03) VALUE SPACES.
002600     05  WS-ROW-REPORT-TEXT         PIC X(16).
002610     05  FILLER                     PIC X(04) VALUE SPACES.
002620     05  WS-ROW-CHANGE              PIC X(20).
002630     05  WS-ROW-FLAG                PIC X(30).
002640 01  WS-EDIT-COUNT                  PIC Z(8)9.
002650 01  WS-EDIT-VALUE                  PIC Z(15)9.
002660 01  WS-EDIT-ELAPSED                PIC Z(12)9.99.
002670 01  WS-EDIT-RATIO                  PIC Z(13)9.9.
002680 01  WS-EDIT-PCT                    PIC Z(8)9.9.
002690 01  WS-EDIT-POINTS                 PIC ZZ9.9.
002700 01  WS-EDIT-TOLERANCE              PIC ZZ9.
002710*-----------------------------------------------------------------
002720* COMMON MESSAGE-ROUTINE PARAMETER AREA AND THE SUITE'S STANDARD
002730* RETURN-CODE CLASSES (SEE EULERMSG).
002740*-----------------------------------------------------------------
002750     COPY MSGAREA.
002760     COPY EULERRC.
002770 PROCEDURE DIVISION.
002780 0000-MAINLINE.
002790     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002800     PERFORM 2000-SCAN-HISTFILE THRU 2000-EXIT.
002810     PERFORM 3000-SCAN-RUNSTATS THRU 3000-EXIT.
002820     PERFORM 4000-SCAN-MSGLOG THRU 4000-EXIT.
002830     PERFORM 5000-SCAN-SWEEPSTG THRU 5000-EXIT.
002840     PERFORM 6000-SCAN-EULERRES THRU 6000-EXIT.
002850     PERFORM 7000-PRINT-SCORECARD THRU 7000-EXIT.
002860     PERFORM 8000-PRINT-EXCEPTIONS THRU 8000-EXIT.
002870     PERFORM 8500-WRAP-UP THRU 8500-EXIT.
002880     GOBACK.
002890
002900*-----------------------------------------------------------------
002910* 1000-INITIALIZE -- OPEN THE SCORECARD AND SETTLE THE REPORT
002920* MONTH AND TOLERANCES.  A MIS-KEYED SCRCTL CARD ABENDS THE STEP
002930* RATHER THAN PRINT A SCORECARD FOR THE WRONG MONTH.
002940*-----------------------------------------------------------------
002950 1000-INITIALIZE.
002960     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
002970     MOVE FUNCTION CURRENT-DATE TO WS-CREATED-TIMESTAMP.
002980     OPEN OUTPUT SCORERPT.
002990     IF NOT SCORERPT-OK
003000         MOVE "SCR001E" TO MSG-ID
003010         STRING "UNABLE TO OPEN SCORERPT, STATUS "
003020             WS-SCORERPT-STATUS
003030             DELIMITED BY SIZE INTO MSG-TEXT
003040         PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
003050         MOVE RC-FILE-ERROR TO RETURN-CODE
003060         STOP RUN
003070     END-IF.
003080     PERFORM 1100-GET-CONTROL THRU 1100-EXIT.
003090     IF CARD-IN-ERROR
003100         MOVE "SCR002E" TO MSG-ID
003110         STRING "SCRCTL CARD '" SCRCTL-REC
003120             "' IS NOT MONTH YYYYMM, REUSE AND ELAPSED"
003130             " TOLERANCES"
003140             DELIMITED BY SIZE INTO MSG-TEXT
003150         PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
003160         MOVE "  SCRCTL CARD IS MIS-KEYED - SEE MSGLOG SCR002E"
003170             TO SCORERPT-REC
003180         WRITE SCORERPT-REC
003190         CLOSE SCORERPT
003200         MOVE RC-PARM-ERROR TO RETURN-CODE
003210         STOP RUN
003220     END-IF.
003230     PERFORM 1200-PRIOR-MONTH THRU 1200-EXIT.
003240     MOVE WS-PRIOR-MONTH  TO WS-COL-PRIOR-MONTH.
003250     MOVE WS-REPORT-MONTH TO WS-COL-REPORT-MONTH.
003260     MOVE SPACES TO SCORERPT-REC.
003270     STRING "EULERSCR MONTH-END OPERATIONS SCORECARD - MONTH "
003280         DELIMITED BY SIZE
003290         WS-REPORT-MONTH DELIMITED BY SIZE
003300         " AGAINST " DELIMITED BY SIZE
003310         WS-PRIOR-MONTH DELIMITED BY SIZE
003320         " - DATE " DELIMITED BY SIZE
003330         WS-CURRENT-DATE-YYYYMMDD DELIMITED BY SIZE
003340         INTO SCORERPT-REC.
003350     WRITE SCORERPT-REC.
003360     MOVE WS-REUSE-TOLERANCE TO WS-EDIT-TOLERANCE.
003370     MOVE WS-ELAPSED-TOLERANCE TO WS-EDIT-COUNT.
003380     MOVE SPACES TO SCORERPT-REC.
003390     STRING "TOLERANCES - REUSE RATIO " DELIMITED BY SIZE
003400         FUNCTION TRIM(WS-EDIT-TOLERANCE) DELIMITED BY SIZE
003410         " POINTS, TOTAL ELAPSED " DELIMITED BY SIZE
003420         FUNCTION TRIM(WS-EDIT-COUNT) DELIMITED BY SIZE
003430         " PCT" DELIMITED BY SIZE
003440         INTO SCORERPT-REC.
003450     WRITE SCORERPT-REC.
003460 1000-EXIT.
003470     EXIT.
003480
003490*-----------------------------------------------------------------
003500* 1100-GET-CONTROL -- MONTH AND TOLERANCES OFF THE SCRCTL CARD.
003510* AN ABSENT CARD, OR A BLANK FIELD, TAKES THE DEFAULT: THE LAST
003520* COMPLETE CALENDAR MONTH, 10 POINTS AND 25 PERCENT.
003530*-----------------------------------------------------------------
003540 1100-GET-CONTROL.
003550     MOVE SPACES TO SCRCTL-REC.
003560     OPEN INPUT SCRCTL.
003570     IF SCRCTL-OK
003580         READ SCRCTL
003590             AT END
003600                 MOVE SPACES TO SCRCTL-REC
003610         END-READ
003620         CLOSE SCRCTL
003630     END-IF.
003640     IF SCRCTL-MONTH = SPACES
003650         MOVE WS-CURRENT-DATE-YYYYMMDD(1:6) TO WS-REPORT-MONTH
003660         PERFORM 1200-PRIOR-MONTH THRU 1200-EXIT
003670         MOVE WS-PRIOR-MONTH TO WS-REPORT-MONTH
003680     ELSE
003690         IF SCRCTL-MONTH IS NOT NUMERIC
003700             SET CARD-IN-ERROR TO TRUE
003710             GO TO 1100-EXIT
003720         END-IF
003730         MOVE SCRCTL-MONTH TO WS-REPORT-MONTH
003740         IF WS-REPORT-MM < 1 OR WS-REPORT-MM > 12
003750             SET CARD-IN-ERROR TO TRUE
003760             GO TO 1100-EXIT
003770         END-IF
003780     END-IF.
003790     IF SCRCTL-REUSE-TOLERANCE NOT = SPACES
003800         IF SCRCTL-REUSE-TOLERANCE IS NOT NUMERIC
003810             SET CARD-IN-ERROR TO TRUE
003820             GO TO 1100-EXIT
003830         END-IF
003840         MOVE SCRCTL-REUSE-TOLERANCE TO WS-REUSE-TOLERANCE
003850     END-IF.
003860     IF SCRCTL-ELAPSED-TOLERANCE NOT = SPACES
003870         IF SCRCTL-ELAPSED-TOLERANCE IS NOT NUMERIC
003880             SET CARD-IN-ERROR TO TRUE
003890             GO TO 1100-EXIT
003900         END-IF
003910         MOVE SCRCTL-ELAPSED-TOLERANCE TO WS-ELAPSED-TOLERANCE
003920     END-IF.
003930 1100-EXIT.
003940     EXIT.
003950
003960*    THE MONTH BEFORE WS-REPORT-MONTH, INTO WS-PRIOR-MONTH.
003970 1200-PRIOR-MONTH.
003980     IF WS-REPORT-MM = 1
003990         COMPUTE WS-PRIOR-YEAR = WS-REPORT-YEAR - 1
004000         MOVE 12 TO WS-PRIOR-MM
004010     ELSE
004020         MOVE WS-REPORT-YEAR TO WS-PRIOR-YEAR
004030         COMPUTE WS-PRIOR-MM = WS-REPORT-MM - 1
004040     END-IF.
004050 1200-EXIT.
004060     EXIT.
004070
004080*-----------------------------------------------------------------
004090* 2000-SCAN-HISTFILE -- RUNS COMPUTED AND REUSED.  A RECORD FROM
004100* BEFORE THE RUN-SOURCE FLAG WAS ADDED HAS IT BLANK AND COUNTS
004110* AS COMPUTED, AS EULERCRT COUNTS IT.  AN ABSENT FILE (OR ANY
004120* ABSENT INPUT BELOW) IS SIMPLY A MONTH WITH NOTHING TO COUNT.
004130*-----------------------------------------------------------------
004140 2000-SCAN-HISTFILE.
004150     MOVE 'N' TO WS-EOF-FLAG.
004160     OPEN INPUT HISTFILE.
004170     IF HISTFILE-NOT-FOUND
004180         GO TO 2000-EXIT
004190     END-IF.
004200     IF NOT HISTFILE-OK
004210         MOVE "SCR003E" TO MSG-ID
004220         STRING "UNABLE TO OPEN HISTFILE, STATUS "
004230             WS-HISTFILE-STATUS
004240             DELIMITED BY SIZE INTO MSG-TEXT
004250         PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
004260         MOVE RC-FILE-ERROR TO RETURN-CODE
004270         STOP RUN
004280     END-IF.
004290     PERFORM 2100-READ-HISTFILE THRU 2100-EXIT
004300         UNTIL FILE-EOF.
004310     CLOSE HISTFILE.
004320 2000-EXIT.
004330     EXIT.
004340
004350 2100-READ-HISTFILE.
004360     READ HISTFILE
004370         AT END
004380             SET FILE-EOF TO TRUE
004390         NOT AT END
004400             ADD 1 TO WS-HIST-READ-COUNT
004410             PERFORM 2200-TALLY-HIST THRU 2200-EXIT
004420     END-READ.
004430 2100-EXIT.
004440     EXIT.
004450
004460 2200-TALLY-HIST.
004470     MOVE HIST-TIMESTAMP(1:6) TO WS-STAMP-MONTH.
004480     PERFORM 2500-SET-BUCKET THRU 2500-EXIT.
004490     IF BUCKET-NONE
004500         GO TO 2200-EXIT
004510     END-IF.
004520     MOVE HIST-PROGRAM-NAME TO WS-SEARCH-ID.
004530     PERFORM 2600-FIND-PROGRAM THRU 2600-EXIT.
004540     IF WS-MATCH-SUB = ZERO
004550         GO TO 2200-EXIT
004560     END-IF.
004570     IF HIST-SOURCE-REUSED
004580         ADD 1 TO WS-PGM-REUSED (WS-MATCH-SUB, WS-BUCKET)
004590     ELSE
004600         ADD 1 TO WS-PGM-COMPUTED (WS-MATCH-SUB, WS-BUCKET)
004610     END-IF.
004620 2200-EXIT.
004630     EXIT.
004640
004650*    WS-BUCKET FOR THE YYYYMM IN WS-STAMP-MONTH: 1 PRIOR MONTH,
004660*    2 REPORT MONTH, 0 NEITHER.
004670 2500-SET-BUCKET.
004680     EVALUATE WS-STAMP-MONTH
004690         WHEN WS-REPORT-MONTH
004700             SET BUCKET-REPORT TO TRUE
004710         WHEN WS-PRIOR-MONTH
004720             SET BUCKET-PRIOR TO TRUE
004730         WHEN OTHER
004740             SET BUCKET-NONE TO TRUE
004750     END-EVALUATE.
004760 2500-EXIT.
004770     EXIT.
004780
004790*    CALLERS SET WS-SEARCH-ID.  THE PROGRAM'S ENTRY COMES BACK
004800*    IN WS-MATCH-SUB, ADDED WITH ZERO COUNTS IF THIS IS THE FIRST
004810*    TIME IT IS SEEN; ZERO MEANS THE TABLE IS FULL.
004820 2600-FIND-PROGRAM.
004830     MOVE ZERO TO WS-MATCH-SUB.
004840     PERFORM 2650-MATCH-PROGRAM THRU 2650-EXIT
004850         VARYING SUB-1 FROM 1 BY 1
004860         UNTIL SUB-1 > WS-PGM-ENTRY-COUNT
004870             OR WS-MATCH-SUB > ZERO.
004880     IF WS-MATCH-SUB > ZERO
004890         GO TO 2600-EXIT
004900     END-IF.
004910     IF WS-PGM-ENTRY-COUNT >= WS-PGM-MAX
004920         SET TABLE-OVERFLOWED TO TRUE
004930         GO TO 2600-EXIT
004940     END-IF.
004950     ADD 1 TO WS-PGM-ENTRY-COUNT.
004960     MOVE WS-PGM-ENTRY-COUNT TO WS-MATCH-SUB.
004970     MOVE WS-SEARCH-ID TO WS-PGM-ID (WS-MATCH-SUB).
004980     PERFORM 2700-CLEAR-MONTH THRU 2700-EXIT
004990         VARYING SUB-1 FROM 1 BY 1
005000         UNTIL SUB-1 > 2.
005010     MOVE 'N' TO WS-PGM-REUSE-FLAG (WS-MATCH-SUB)
005020                 WS-PGM-ELAPSED-FLAG (WS-MATCH-SUB).
005030     MOVE ZERO TO WS-PGM-REUSE-MOVE (WS-MATCH-SUB)
005040                  WS-PGM-ELAPSED-MOVE (WS-MATCH-SUB).
005050 2600-EXIT.
005060     EXIT.
005070
005080 2650-MATCH-PROGRAM.
005090     IF WS-PGM-ID (SUB-1) = WS-SEARCH-ID
005100         MOVE SUB-1 TO WS-MATCH-SUB
005110     END-IF.
005120 2650-EXIT.
005130     EXIT.
005140
005150 2700-CLEAR-MONTH.
005160     MOVE ZERO
005170         TO WS-PGM-COMPUTED (WS-MATCH-SUB, SUB-1)
005180            WS-PGM-REUSED (WS-MATCH-SUB, SUB-1)
005190            WS-PGM-ELAPSED-TOTAL (WS-MATCH-SUB, SUB-1)
005200            WS-PGM-ELAPSED-WORST (WS-MATCH-SUB, SUB-1)
005210            WS-PGM-ERRORS (WS-MATCH-SUB, SUB-1)
005220            WS-PGM-WARNINGS (WS-MATCH-SUB, SUB-1)
005230            WS-PGM-SWP-PROCESSED (WS-MATCH-SUB, SUB-1)
005240            WS-PGM-SWP-SKIPPED (WS-MATCH-SUB, SUB-1)
005250            WS-PGM-SWP-FAILED (WS-MATCH-SUB, SUB-1)
005260            WS-PGM-OPERATORS (WS-MATCH-SUB, SUB-1)
005270            WS-PGM-REUSE-PCT (WS-MATCH-SUB, SUB-1).
005280 2700-EXIT.
005290     EXIT.
005300
005310*-----------------------------------------------------------------
005320* 3000-SCAN-RUNSTATS -- TOTAL AND WORST ELAPSED TIME, BY THE
005330* MONTH EACH COMPUTATION STARTED.
005340*-----------------------------------------------------------------
005350 3000-SCAN-RUNSTATS.
005360     MOVE 'N' TO WS-EOF-FLAG.
005370     OPEN INPUT RUNSTATS.
005380     IF RUNSTATS-NOT-FOUND
005390         GO TO 3000-EXIT
005400     END-IF.
005410     IF NOT RUNSTATS-OK
005420         MOVE "SCR004E" TO MSG-ID
005430         STRING "UNABLE TO OPEN RUNSTATS, STATUS "
005440             WS-RUNSTATS-STATUS
005450             DELIMITED BY SIZE INTO MSG-TEXT
005460         PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
005470         MOVE RC-FILE-ERROR TO RETURN-CODE
005480         STOP RUN
005490     END-IF.
005500     PERFORM 3100-READ-RUNSTATS THRU 3100-EXIT
005510         UNTIL FILE-EOF.
005520     CLOSE RUNSTATS.
005530 3000-EXIT.
005540     EXIT.
005550
005560 3100-READ-RUNSTATS.
005570     READ RUNSTATS
005580         AT END
005590             SET FILE-EOF TO TRUE
005600         NOT AT END
005610             ADD 1 TO WS-STAT-READ-COUNT
005620             PERFORM 3200-TALLY-ELAPSED THRU 3200-EXIT
005630     END-READ.
005640 3100-EXIT.
005650     EXIT.
005660
005670 3200-TALLY-ELAPSED.
005680     MOVE RUNSTAT-START-TIMESTAMP(1:6) TO WS-STAMP-MONTH.
005690     PERFORM 2500-SET-BUCKET THRU 2500-EXIT.
005700     IF BUCKET-NONE
005710         GO TO 3200-EXIT
005720     END-IF.
005730     MOVE RUNSTAT-PROGRAM-ID TO WS-SEARCH-ID.
005740     PERFORM 2600-FIND-PROGRAM THRU 2600-EXIT.
005750     IF WS-MATCH-SUB = ZERO
005760         GO TO 3200-EXIT
005770     END-IF.
005780     ADD RUNSTAT-ELAPSED-HUNDS
005790         TO WS-PGM-ELAPSED-TOTAL (WS-MATCH-SUB, WS-BUCKET).
005800     IF RUNSTAT-ELAPSED-HUNDS >
005810             WS-PGM-ELAPSED-WORST (WS-MATCH-SUB, WS-BUCKET)
005820         MOVE RUNSTAT-ELAPSED-HUNDS
005830             TO WS-PGM-ELAPSED-WORST (WS-MATCH-SUB, WS-BUCKET)
005840     END-IF.
005850 3200-EXIT.
005860     EXIT.
005870
005880*-----------------------------------------------------------------
005890* 4000-SCAN-MSGLOG -- ERROR (E) AND WARNING (W) MESSAGES BY THE
005900* PROGRAM THAT RAISED THEM.  INFORMATIONAL MESSAGES ARE NOT
005910* SCORED, AND A PROGRAM THAT RAISED ONLY THOSE IS NOT LISTED.
005920*-----------------------------------------------------------------
005930 4000-SCAN-MSGLOG.
005940     MOVE 'N' TO WS-EOF-FLAG.
005950     OPEN INPUT MSGLOG.
005960     IF MSGLOG-NOT-FOUND
005970         GO TO 4000-EXIT
005980     END-IF.
005990     IF NOT MSGLOG-OK
006000         MOVE "SCR005E" TO MSG-ID
006010         STRING "UNABLE TO OPEN MSGLOG, STATUS "
006020             WS-MSGLOG-STATUS
006030             DELIMITED BY SIZE INTO MSG-TEXT
006040         PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
006050         MOVE RC-FILE-ERROR TO RETURN-CODE
006060         STOP RUN
006070     END-IF.
006080     PERFORM 4100-READ-MSGLOG THRU 4100-EXIT
006090         UNTIL FILE-EOF.
006100     CLOSE MSGLOG.
006110 4000-EXIT.
006120     EXIT.
006130
006140 4100-READ-MSGLOG.
006150     READ MSGLOG
006160         AT END
006170             SET FILE-EOF TO TRUE
006180         NOT AT END
006190             ADD 1 TO WS-LOG-READ-COUNT
006200             IF MSGLOG-SEVERITY = "E" OR "W"
006210                 PERFORM 4200-TALLY-MESSAGE THRU 4200-EXIT
006220             END-IF
006230     END-READ.
006240 4100-EXIT.
006250     EXIT.
006260
006270 4200-TALLY-MESSAGE.
006280     MOVE MSGLOG-TIMESTAMP(1:6) TO WS-STAMP-MONTH.
006290     PERFORM 2500-SET-BUCKET THRU 2500-EXIT.
006300     IF BUCKET-NONE
006310         GO TO 4200-EXIT
006320     END-IF.
006330     MOVE MSGLOG-PROGRAM TO WS-SEARCH-ID.
006340     PERFORM 2600-FIND-PROGRAM THRU 2600-EXIT.
006350     IF WS-MATCH-SUB = ZERO
006360         GO TO 4200-EXIT
006370     END-IF.
006380     IF MSGLOG-SEVERITY = "E"
006390         ADD 1 TO WS-PGM-ERRORS (WS-MATCH-SUB, WS-BUCKET)
006400     ELSE
006410         ADD 1 TO WS-PGM-WARNINGS (WS-MATCH-SUB, WS-BUCKET)
006420     END-IF.
006430 4200-EXIT.
006440     EXIT.
006450
006460*-----------------------------------------------------------------
006470* 5000-SCAN-SWEEPSTG -- SWEEP SETS PROCESSED, SKIPPED AND FAILED
006480* OFF THE SLICE TRAILERS, BY THE MONTH THE SLICE RAN.
006490*-----------------------------------------------------------------
006500 5000-SCAN-SWEEPSTG.
006510     MOVE 'N' TO WS-EOF-FLAG.
006520     OPEN INPUT SWEEPSTG.
006530     IF SWEEPSTG-NOT-FOUND
006540         GO TO 5000-EXIT
006550     END-IF.
006560     IF NOT SWEEPSTG-OK
006570         MOVE "SCR006E" TO MSG-ID
006580         STRING "UNABLE TO OPEN SWEEPSTG, STATUS "
006590             WS-SWEEPSTG-STATUS
006600             DELIMITED BY SIZE INTO MSG-TEXT
006610         PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
006620         MOVE RC-FILE-ERROR TO RETURN-CODE
006630         STOP RUN
006640     END-IF.
006650     PERFORM 5100-READ-SWEEPSTG THRU 5100-EXIT
006660         UNTIL FILE-EOF.
006670     CLOSE SWEEPSTG.
006680 5000-EXIT.
006690     EXIT.
006700
006710 5100-READ-SWEEPSTG.
006720     READ SWEEPSTG
006730         AT END
006740             SET FILE-EOF TO TRUE
006750         NOT AT END
006760             ADD 1 TO WS-SWEEP-READ-COUNT
006770             PERFORM 5200-TALLY-SWEEP THRU 5200-EXIT
006780     END-READ.
006790 5100-EXIT.
006800     EXIT.
006810
006820 5200-TALLY-SWEEP.
006830     MOVE SWPSTG-RUN-TIMESTAMP(1:6) TO WS-STAMP-MONTH.
006840     PERFORM 2500-SET-BUCKET THRU 2500-EXIT.
006850     IF BUCKET-NONE
006860         GO TO 5200-EXIT
006870     END-IF.
006880     MOVE SWPSTG-PROGRAM-ID TO WS-SEARCH-ID.
006890     PERFORM 2600-FIND-PROGRAM THRU 2600-EXIT.
006900     IF WS-MATCH-SUB = ZERO
006910         GO TO 5200-EXIT
006920     END-IF.
006930     ADD SWPSTG-PROCESSED
006940         TO WS-PGM-SWP-PROCESSED (WS-MATCH-SUB, WS-BUCKET).
006950     ADD SWPSTG-SKIPPED
006960         TO WS-PGM-SWP-SKIPPED (WS-MATCH-SUB, WS-BUCKET).
006970     ADD SWPSTG-FAILED
006980         TO WS-PGM-SWP-FAILED (WS-MATCH-SUB, WS-BUCKET).
006990 5200-EXIT.
007000     EXIT.
007010
007020*-----------------------------------------------------------------
007030* 6000-SCAN-EULERRES -- DISTINCT OPERATORS WHO SUBMITTED RUNS.
007040* ONLY A COMPUTED RUN WRITES AN EULERRES RECORD, SO A REUSED RUN
007050* NAMES NO OPERATOR.  A VOIDED RECORD WAS STILL SUBMITTED AND
007060* STILL COUNTS; A BLANK OPERATOR ID DOES NOT.
007070*-----------------------------------------------------------------
007080 6000-SCAN-EULERRES.
007090     MOVE 'N' TO WS-EOF-FLAG.
007100     OPEN INPUT EULERRES.
007110     IF EULERRES-NOT-FOUND
007120         GO TO 6000-EXIT
007130     END-IF.
007140     IF NOT EULERRES-OK
007150         MOVE "SCR007E" TO MSG-ID
007160         STRING "UNABLE TO OPEN EULERRES, STATUS "
007170             WS-EULERRES-STATUS
007180             DELIMITED BY SIZE INTO MSG-TEXT
007190         PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
007200         MOVE RC-FILE-ERROR TO RETURN-CODE
007210         STOP RUN
007220     END-IF.
007230     PERFORM 6100-READ-EULERRES THRU 6100-EXIT
007240         UNTIL FILE-EOF.
007250     CLOSE EULERRES.
007260 6000-EXIT.
007270     EXIT.
007280
007290 6100-READ-EULERRES.
007300     READ EULERRES
007310         AT END
007320             SET FILE-EOF TO TRUE
007330         NOT AT END
007340             ADD 1 TO WS-RES-READ-COUNT
007350             PERFORM 6200-TALLY-OPERATOR THRU 6200-EXIT
007360     END-READ.
007370 6100-EXIT.
007380     EXIT.
007390
007400 6200-TALLY-OPERATOR.
007410     IF EULERRES-OPERATOR-ID = SPACES
007420         GO TO 6200-EXIT
007430     END-IF.
007440     MOVE EULERRES-RUN-TIMESTAMP(1:6) TO WS-STAMP-MONTH.
007450     PERFORM 2500-SET-BUCKET THRU 2500-EXIT.
007460     IF BUCKET-NONE
007470         GO TO 6200-EXIT
007480     END-IF.
007490     MOVE EULERRES-PROGRAM-ID TO WS-SEARCH-ID.
007500     PERFORM 2600-FIND-PROGRAM THRU 2600-EXIT.
007510     IF WS-MATCH-SUB = ZERO
007520         GO TO 6200-EXIT
007530     END-IF.
007540     MOVE ZERO TO WS-OPER-MATCH-SUB.
007550     PERFORM 6250-MATCH-OPERATOR THRU 6250-EXIT
007560         VARYING WS-OPER-SUB FROM 1 BY 1
007570         UNTIL WS-OPER-SUB > WS-OPER-ENTRY-COUNT
007580             OR WS-OPER-MATCH-SUB > ZERO.
007590     IF WS-OPER-MATCH-SUB > ZERO
007600         GO TO 6200-EXIT
007610     END-IF.
007620     IF WS-OPER-ENTRY-COUNT >= WS-OPER-MAX
007630         SET TABLE-OVERFLOWED TO TRUE
007640         GO TO 6200-EXIT
007650     END-IF.
007660     ADD 1 TO WS-OPER-ENTRY-COUNT.
007670     MOVE EULERRES-PROGRAM-ID
007680         TO WS-OPR-PROGRAM-ID (WS-OPER-ENTRY-COUNT).
007690     MOVE WS-BUCKET TO WS-OPR-BUCKET (WS-OPER-ENTRY-COUNT).
007700     MOVE EULERRES-OPERATOR-ID
007710         TO WS-OPR-OPERATOR-ID (WS-OPER-ENTRY-COUNT).
007720     ADD 1 TO WS-PGM-OPERATORS (WS-MATCH-SUB, WS-BUCKET).
007730 6200-EXIT.
007740     EXIT.
007750
007760 6250-MATCH-OPERATOR.
007770     IF WS-OPR-PROGRAM-ID (WS-OPER-SUB) = EULERRES-PROGRAM-ID
007780         AND WS-OPR-BUCKET (WS-OPER-SUB) = WS-BUCKET
007790         AND WS-OPR-OPERATOR-ID (WS-OPER-SUB) =
007800             EULERRES-OPERATOR-ID
007810         MOVE WS-OPER-SUB TO WS-OPER-MATCH-SUB
007820     END-IF.
007830 6250-EXIT.
007840     EXIT.
007850
007860*-----------------------------------------------------------------
007870* 7000-PRINT-SCORECARD -- ONE BLOCK PER PROGRAM: EACH METRIC FOR
007880* THE PRIOR MONTH AND THE REPORT MONTH WITH THE MOVE BETWEEN
007890* THEM, AND THE PROGRAM'S SCORESUM RECORD FOR THE REPORT MONTH.
007900*-----------------------------------------------------------------
007910 7000-PRINT-SCORECARD.
007920     IF WS-PGM-ENTRY-COUNT = ZERO
007930         MOVE SPACES TO SCORERPT-REC
007940         WRITE SCORERPT-REC
007950         MOVE "  NO SUITE ACTIVITY IN EITHER MONTH"
007960             TO SCORERPT-REC
007970         WRITE SCORERPT-REC
007980         GO TO 7000-EXIT
007990     END-IF.
008000     OPEN EXTEND SCORESUM.
008010     IF SCORESUM-NOT-FOUND
008020         OPEN OUTPUT SCORESUM
008030         CLOSE SCORESUM
008040         OPEN EXTEND SCORESUM
008050     END-IF.
008060     IF NOT SCORESUM-OK
008070         MOVE "SCR008E" TO MSG-ID
008080         STRING "UNABLE TO OPEN SCORESUM, STATUS "
008090             WS-SCORESUM-STATUS
008100             DELIMITED BY SIZE INTO MSG-TEXT
008110         PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
008120         MOVE RC-FILE-ERROR TO RETURN-CODE
008130         STOP RUN
008140     END-IF.
008150     PERFORM 7100-PROGRAM-BLOCK THRU 7100-EXIT
008160         VARYING WS-MATCH-SUB FROM 1 BY 1
008170         UNTIL WS-MATCH-SUB > WS-PGM-ENTRY-COUNT.
008180     CLOSE SCORESUM.
008190 7000-EXIT.
008200     EXIT.
008210
008220 7100-PROGRAM-BLOCK.
008230     MOVE SPACES TO SCORERPT-REC.
008240     WRITE SCORERPT-REC.
008250     MOVE SPACES TO SCORERPT-REC.
008260     STRING "  PROGRAM " DELIMITED BY SIZE
008270         WS-PGM-ID (WS-MATCH-SUB) DELIMITED BY SIZE
008280         INTO SCORERPT-REC.
008290     WRITE SCORERPT-REC.
008300     MOVE WS-COLUMN-LINE TO SCORERPT-REC.
008310     WRITE SCORERPT-REC.
008320     MOVE WS-PGM-COMPUTED (WS-MATCH-SUB, 1) TO WS-ROW-PRIOR-VALUE.
008330     MOVE WS-PGM-COMPUTED (WS-MATCH-SUB, 2)
008340         TO WS-ROW-REPORT-VALUE.
008350     MOVE "RUNS COMPUTED" TO WS-ROW-LABEL.
008360     PERFORM 7200-COUNT-ROW THRU 7200-EXIT.
008370     MOVE WS-PGM-REUSED (WS-MATCH-SUB, 1) TO WS-ROW-PRIOR-VALUE.
008380     MOVE WS-PGM-REUSED (WS-MATCH-SUB, 2) TO WS-ROW-REPORT-VALUE.
008390     MOVE "RUNS REUSED" TO WS-ROW-LABEL.
008400     PERFORM 7200-COUNT-ROW THRU 7200-EXIT.
008410     PERFORM 7400-RATIO-ROW THRU 7400-EXIT.
008420     PERFORM 7500-ELAPSED-ROWS THRU 7500-EXIT.
008430     MOVE WS-PGM-ERRORS (WS-MATCH-SUB, 1) TO WS-ROW-PRIOR-VALUE.
008440     MOVE WS-PGM-ERRORS (WS-MATCH-SUB, 2) TO WS-ROW-REPORT-VALUE.
008450     MOVE "ERROR MESSAGES (E)" TO WS-ROW-LABEL.
008460     PERFORM 7200-COUNT-ROW THRU 7200-EXIT.
008470     MOVE WS-PGM-WARNINGS (WS-MATCH-SUB, 1) TO WS-ROW-PRIOR-VALUE.
008480     MOVE WS-PGM-WARNINGS (WS-MATCH-SUB, 2)
008490         TO WS-ROW-REPORT-VALUE.
008500     MOVE "WARNING MESSAGES (W)" TO WS-ROW-LABEL.
008510     PERFORM 7200-COUNT-ROW THRU 7200-EXIT.
008520     MOVE WS-PGM-SWP-PROCESSED (WS-MATCH-SUB, 1)
008530         TO WS-ROW-PRIOR-VALUE.
008540     MOVE WS-PGM-SWP-PROCESSED (WS-MATCH-SUB, 2)
008550         TO WS-ROW-REPORT-VALUE.
008560     MOVE "SWEEP SETS PROCESSED" TO WS-ROW-LABEL.
008570     PERFORM 7200-COUNT-ROW THRU 7200-EXIT.
008580     MOVE WS-PGM-SWP-SKIPPED (WS-MATCH-SUB, 1)
008590         TO WS-ROW-PRIOR-VALUE.
008600     MOVE WS-PGM-SWP-SKIPPED (WS-MATCH-SUB, 2)
008610         TO WS-ROW-REPORT-VALUE.
008620     MOVE "SWEEP SETS SKIPPED" TO WS-ROW-LABEL.
008630     PERFORM 7200-COUNT-ROW THRU 7200-EXIT.
008640     MOVE WS-PGM-SWP-FAILED (WS-MATCH-SUB, 1)
008650         TO WS-ROW-PRIOR-VALUE.
008660     MOVE WS-PGM-SWP-FAILED (WS-MATCH-SUB, 2)
008670         TO WS-ROW-REPORT-VALUE.
008680     MOVE "SWEEP SETS FAILED" TO WS-ROW-LABEL.
008690     PERFORM 7200-COUNT-ROW THRU 7200-EXIT.
008700     MOVE WS-PGM-OPERATORS (WS-MATCH-SUB, 1)
008710         TO WS-ROW-PRIOR-VALUE.
008720     MOVE WS-PGM-OPERATORS (WS-MATCH-SUB, 2)
008730         TO WS-ROW-REPORT-VALUE.
008740     MOVE "DISTINCT OPERATORS" TO WS-ROW-LABEL.
008750     PERFORM 7200-COUNT-ROW THRU 7200-EXIT.
008760     IF PGM-REUSE-OUTSIDE (WS-MATCH-SUB)
008770         OR PGM-ELAPSED-OUTSIDE (WS-MATCH-SUB)
008780         ADD 1 TO WS-OUTSIDE-COUNT
008790     END-IF.
008800     PERFORM 7800-WRITE-SUMMARY THRU 7800-EXIT.
008810 7100-EXIT.
008820     EXIT.
008830
008840*    A PLAIN COUNT ROW.  CALLERS SET THE LABEL AND BOTH VALUES.
008850 7200-COUNT-ROW.
008860     MOVE WS-ROW-PRIOR-VALUE TO WS-EDIT-VALUE.
008870     MOVE WS-EDIT-VALUE TO WS-ROW-PRIOR-TEXT.
008880     MOVE WS-ROW-REPORT-VALUE TO WS-EDIT-VALUE.
008890     MOVE WS-EDIT-VALUE TO WS-ROW-REPORT-TEXT.
008900     PERFORM 7300-CHANGE-TEXT THRU 7300-EXIT.
008910     MOVE SPACES TO WS-ROW-FLAG.
008920     MOVE WS-ROW-LINE TO SCORERPT-REC.
008930     WRITE SCORERPT-REC.
008940 7200-EXIT.
008950     EXIT.
008960
008970*    THE MOVE FROM WS-ROW-PRIOR-VALUE TO WS-ROW-REPORT-VALUE AS
008980*    UP/DOWN AND A PERCENTAGE OF THE PRIOR MONTH.  WITH NOTHING
008990*    IN THE PRIOR MONTH THERE IS NO BASE AND THE MOVE IS "NEW".
009000 7300-CHANGE-TEXT.
009010     MOVE SPACES TO WS-ROW-CHANGE.
009020     MOVE 'N' TO WS-PCT-FLAG.
009030     MOVE ZERO TO WS-ROW-PCT WS-ROW-ABS-PCT.
009040     IF WS-ROW-REPORT-VALUE = WS-ROW-PRIOR-VALUE
009050         MOVE "SAME" TO WS-ROW-CHANGE
009060         SET PCT-MEASURED TO TRUE
009070         GO TO 7300-EXIT
009080     END-IF.
009090     IF WS-ROW-PRIOR-VALUE = ZERO
009100         MOVE "NEW" TO WS-ROW-CHANGE
009110         GO TO 7300-EXIT
009120     END-IF.
009130     SET PCT-MEASURED TO TRUE.
009140     COMPUTE WS-ROW-PCT ROUNDED =
009150         (WS-ROW-REPORT-VALUE - WS-ROW-PRIOR-VALUE) * 100
009160             / WS-ROW-PRIOR-VALUE
009170         ON SIZE ERROR
009180             MOVE 999999999.9 TO WS-ROW-PCT
009190     END-COMPUTE.
009200     IF WS-ROW-PCT < ZERO
009210         COMPUTE WS-ROW-ABS-PCT = ZERO - WS-ROW-PCT
009220         MOVE WS-ROW-ABS-PCT TO WS-EDIT-PCT
009230         STRING "DOWN " DELIMITED BY SIZE
009240             FUNCTION TRIM(WS-EDIT-PCT) DELIMITED BY SIZE
009250             " PCT" DELIMITED BY SIZE
009260             INTO WS-ROW-CHANGE
009270     ELSE
009280         MOVE WS-ROW-PCT TO WS-ROW-ABS-PCT
009290         MOVE WS-ROW-ABS-PCT TO WS-EDIT-PCT
009300         STRING "UP   " DELIMITED BY SIZE
009310             FUNCTION TRIM(WS-EDIT-PCT) DELIMITED BY SIZE
009320             " PCT" DELIMITED BY SIZE
009330             INTO WS-ROW-CHANGE
009340     END-IF.
009350 7300-EXIT.
009360     EXIT.
009370
009380*    REUSED RUNS AS A PERCENTAGE OF ALL RUNS, EACH MONTH, AND
009390*    THE MOVE IN PERCENTAGE POINTS.  A MONTH WITH NO RUNS HAS NO
009400*    RATIO, SO THERE IS NO MOVE TO HOLD AGAINST THE TOLERANCE.
009410 7400-RATIO-ROW.
009420     MOVE "REUSE RATIO (PCT)" TO WS-ROW-LABEL.
009430     MOVE SPACES TO WS-ROW-FLAG WS-ROW-CHANGE
009440                    WS-ROW-PRIOR-TEXT WS-ROW-REPORT-TEXT.
009450     PERFORM 7450-MONTH-RATIO THRU 7450-EXIT
009460         VARYING SUB-1 FROM 1 BY 1
009470         UNTIL SUB-1 > 2.
009480     MOVE "-" TO WS-ROW-PRIOR-TEXT(16:1).
009490     MOVE "-" TO WS-ROW-REPORT-TEXT(16:1).
009500     COMPUTE WS-RUN-TOTAL = WS-PGM-COMPUTED (WS-MATCH-SUB, 1)
009510         + WS-PGM-REUSED (WS-MATCH-SUB, 1).
009520     IF WS-RUN-TOTAL > ZERO
009530         MOVE WS-PGM-REUSE-PCT (WS-MATCH-SUB, 1) TO WS-EDIT-RATIO
009540         MOVE WS-EDIT-RATIO TO WS-ROW-PRIOR-TEXT
009550     END-IF.
009560     COMPUTE WS-RUN-TOTAL = WS-PGM-COMPUTED (WS-MATCH-SUB, 2)
009570         + WS-PGM-REUSED (WS-MATCH-SUB, 2).
009580     IF WS-RUN-TOTAL > ZERO
009590         MOVE WS-PGM-REUSE-PCT (WS-MATCH-SUB, 2) TO WS-EDIT-RATIO
009600         MOVE WS-EDIT-RATIO TO WS-ROW-REPORT-TEXT
009610     END-IF.
009620     IF WS-ROW-PRIOR-TEXT(16:1) = "-"
009630         OR WS-ROW-REPORT-TEXT(16:1) = "-"
009640         MOVE "N/A" TO WS-ROW-CHANGE
009650     ELSE
009660         PERFORM 7420-RATIO-MOVE THRU 7420-EXIT
009670     END-IF.
009680     MOVE WS-ROW-LINE TO SCORERPT-REC.
009690     WRITE SCORERPT-REC.
009700 7400-EXIT.
009710     EXIT.
009720
009730 7420-RATIO-MOVE.
009740     COMPUTE WS-ROW-POINTS = WS-PGM-REUSE-PCT (WS-MATCH-SUB, 2)
009750         - WS-PGM-REUSE-PCT (WS-MATCH-SUB, 1).
009760     IF WS-ROW-POINTS < ZERO
009770         COMPUTE WS-ROW-ABS-POINTS = ZERO - WS-ROW-POINTS
009780     ELSE
009790         MOVE WS-ROW-POINTS TO WS-ROW-ABS-POINTS
009800     END-IF.
009810     MOVE WS-ROW-ABS-POINTS TO WS-EDIT-POINTS.
009820     MOVE WS-ROW-ABS-POINTS TO WS-PGM-REUSE-MOVE (WS-MATCH-SUB).
009830     EVALUATE TRUE
009840         WHEN WS-ROW-POINTS < ZERO
009850             STRING "DOWN " DELIMITED BY SIZE
009860                 FUNCTION TRIM(WS-EDIT-POINTS) DELIMITED BY SIZE
009870                 " POINTS" DELIMITED BY SIZE
009880                 INTO WS-ROW-CHANGE
009890         WHEN WS-ROW-POINTS > ZERO
009900             STRING "UP   " DELIMITED BY SIZE
009910                 FUNCTION TRIM(WS-EDIT-POINTS) DELIMITED BY SIZE
009920                 " POINTS" DELIMITED BY SIZE
009930                 INTO WS-ROW-CHANGE
009940         WHEN OTHER
009950             MOVE "SAME" TO WS-ROW-CHANGE
009960     END-EVALUATE.
009970     IF WS-ROW-ABS-POINTS > WS-REUSE-TOLERANCE
009980         SET PGM-REUSE-OUTSIDE (WS-MATCH-SUB) TO TRUE
009990         MOVE "*** OUTSIDE TOLERANCE ***" TO WS-ROW-FLAG
010000     END-IF.
010010 7420-EXIT.
010020     EXIT.
010030
010040 7450-MONTH-RATIO.
010050     COMPUTE WS-RUN-TOTAL = WS-PGM-COMPUTED (WS-MATCH-SUB, SUB-1)
010060         + WS-PGM-REUSED (WS-MATCH-SUB, SUB-1).
010070     IF WS-RUN-TOTAL > ZERO
010080         COMPUTE WS-PGM-REUSE-PCT (WS-MATCH-SUB, SUB-1) ROUNDED =
010090             WS-PGM-REUSED (WS-MATCH-SUB, SUB-1) * 100
010100                 / WS-RUN-TOTAL
010110     END-IF.
010120 7450-EXIT.
010130     EXIT.
010140
010150*    TOTAL AND WORST ELAPSED SECONDS.  THE TOTAL IS THE ELAPSED
010160*    COST HELD AGAINST THE TOLERANCE; A PROGRAM WITH NO ELAPSED
010170*    TIME IN THE PRIOR MONTH HAS NO BASE TO MOVE FROM.
010180 7500-ELAPSED-ROWS.
010190     MOVE "TOTAL ELAPSED (SECS)" TO WS-ROW-LABEL.
010200     MOVE WS-PGM-ELAPSED-TOTAL (WS-MATCH-SUB, 1)
010210         TO WS-ROW-PRIOR-VALUE.
010220     MOVE WS-PGM-ELAPSED-TOTAL (WS-MATCH-SUB, 2)
010230         TO WS-ROW-REPORT-VALUE.
010240     PERFORM 7550-ELAPSED-TEXT THRU 7550-EXIT.
010250     PERFORM 7300-CHANGE-TEXT THRU 7300-EXIT.
010260     MOVE SPACES TO WS-ROW-FLAG.
010270     MOVE WS-ROW-ABS-PCT TO WS-PGM-ELAPSED-MOVE (WS-MATCH-SUB).
010280     IF PCT-MEASURED
010290         AND WS-ROW-ABS-PCT > WS-ELAPSED-TOLERANCE
010300         SET PGM-ELAPSED-OUTSIDE (WS-MATCH-SUB) TO TRUE
010310         MOVE "*** OUTSIDE TOLERANCE ***" TO WS-ROW-FLAG
010320     END-IF.
010330     MOVE WS-ROW-LINE TO SCORERPT-REC.
010340     WRITE SCORERPT-REC.
010350     MOVE "WORST ELAPSED (SECS)" TO WS-ROW-LABEL.
010360     MOVE WS-PGM-ELAPSED-WORST (WS-MATCH-SUB, 1)
010370         TO WS-ROW-PRIOR-VALUE.
010380     MOVE WS-PGM-ELAPSED-WORST (WS-MATCH-SUB, 2)
010390         TO WS-ROW-REPORT-VALUE.
010400     PERFORM 7550-ELAPSED-TEXT THRU 7550-EXIT.
010410     PERFORM 7300-CHANGE-TEXT THRU 7300-EXIT.
010420     MOVE SPACES TO WS-ROW-FLAG.
010430     MOVE WS-ROW-LINE TO SCORERPT-REC.
010440     WRITE SCORERPT-REC.
010450 7500-EXIT.
010460     EXIT.
010470
010480 7550-ELAPSED-TEXT.
010490     COMPUTE WS-ELAPSED-SECS = WS-ROW-PRIOR-VALUE / 100.
010500     MOVE WS-ELAPSED-SECS TO WS-EDIT-ELAPSED.
010510     MOVE WS-EDIT-ELAPSED TO WS-ROW-PRIOR-TEXT.
010520     COMPUTE WS-ELAPSED-SECS = WS-ROW-REPORT-VALUE / 100.
010530     MOVE WS-ELAPSED-SECS TO WS-EDIT-ELAPSED.
010540     MOVE WS-EDIT-ELAPSED TO WS-ROW-REPORT-TEXT.
010550 7550-EXIT.
010560     EXIT.
010570
010580*    THE PROGRAM'S REPORT-MONTH FIGURES, KEPT FOR COMPARISON WITH
010590*    THE SAME MONTH NEXT YEAR.
010600 7800-WRITE-SUMMARY.
010610     MOVE WS-REPORT-MONTH TO SCORESUM-MONTH.
010620     MOVE WS-PGM-ID (WS-MATCH-SUB) TO SCORESUM-PROGRAM-ID.
010630     MOVE WS-PGM-COMPUTED (WS-MATCH-SUB, 2) TO SCORESUM-COMPUTED.
010640     MOVE WS-PGM-REUSED (WS-MATCH-SUB, 2) TO SCORESUM-REUSED.
010650     MOVE WS-PGM-REUSE-PCT (WS-MATCH-SUB, 2)
010660         TO SCORESUM-REUSE-PCT.
010670     MOVE WS-PGM-ELAPSED-TOTAL (WS-MATCH-SUB, 2)
010680         TO SCORESUM-ELAPSED-TOTAL.
010690     MOVE WS-PGM-ELAPSED-WORST (WS-MATCH-SUB, 2)
010700         TO SCORESUM-ELAPSED-WORST.
010710     MOVE WS-PGM-ERRORS (WS-MATCH-SUB, 2) TO SCORESUM-ERRORS.
010720     MOVE WS-PGM-WARNINGS (WS-MATCH-SUB, 2) TO SCORESUM-WARNINGS.
010730     MOVE WS-PGM-SWP-PROCESSED (WS-MATCH-SUB, 2)
010740         TO SCORESUM-SWEEP-PROCESSED.
010750     MOVE WS-PGM-SWP-SKIPPED (WS-MATCH-SUB, 2)
010760         TO SCORESUM-SWEEP-SKIPPED.
010770     MOVE WS-PGM-SWP-FAILED (WS-MATCH-SUB, 2)
010780         TO SCORESUM-SWEEP-FAILED.
010790     MOVE WS-PGM-OPERATORS (WS-MATCH-SUB, 2)
010800         TO SCORESUM-OPERATORS.
010810     MOVE WS-PGM-REUSE-FLAG (WS-MATCH-SUB) TO SCORESUM-REUSE-FLAG.
010820     MOVE WS-PGM-ELAPSED-FLAG (WS-MATCH-SUB)
010830         TO SCORESUM-ELAPSED-FLAG.
010840     MOVE WS-CREATED-TIMESTAMP TO SCORESUM-CREATED-TIMESTAMP.
010850     WRITE SCORESUM-REC.
010860     ADD 1 TO WS-SUMMARY-WRITE-COUNT.
010870 7800-EXIT.
010880     EXIT.
010890
010900*-----------------------------------------------------------------
010910* 8000-PRINT-EXCEPTIONS -- EVERY PROGRAM OUTSIDE TOLERANCE, WITH
010920* THE MOVE THAT PUT IT THERE, SO THE PAGE'S READER DOES NOT HAVE
010930* TO HUNT FOR THE FLAGS.
010940*-----------------------------------------------------------------
010950 8000-PRINT-EXCEPTIONS.
010960     MOVE SPACES TO SCORERPT-REC.
010970     WRITE SCORERPT-REC.
010980     MOVE "OUTSIDE TOLERANCE" TO SCORERPT-REC.
010990     WRITE SCORERPT-REC.
011000     PERFORM 8100-EXCEPTION-LINES THRU 8100-EXIT
011010         VARYING SUB-1 FROM 1 BY 1
011020         UNTIL SUB-1 > WS-PGM-ENTRY-COUNT.
011030     IF WS-OUTSIDE-COUNT = ZERO
011040         MOVE "  NONE" TO SCORERPT-REC
011050         WRITE SCORERPT-REC
011060     END-IF.
011070 8000-EXIT.
011080     EXIT.
011090
011100 8100-EXCEPTION-LINES.
011110     IF PGM-REUSE-OUTSIDE (SUB-1)
011120         MOVE WS-PGM-REUSE-MOVE (SUB-1) TO WS-EDIT-POINTS
011130         MOVE WS-REUSE-TOLERANCE TO WS-EDIT-TOLERANCE
011140         MOVE SPACES TO SCORERPT-REC
011150         STRING "  " DELIMITED BY SIZE
011160             WS-PGM-ID (SUB-1) DELIMITED BY SIZE
011170             " REUSE RATIO MOVED " DELIMITED BY SIZE
011180             FUNCTION TRIM(WS-EDIT-POINTS) DELIMITED BY SIZE
011190             " POINTS, TOLERANCE " DELIMITED BY SIZE
011200             FUNCTION TRIM(WS-EDIT-TOLERANCE) DELIMITED BY SIZE
011210             INTO SCORERPT-REC
011220         WRITE SCORERPT-REC
011230     END-IF.
011240     IF PGM-ELAPSED-OUTSIDE (SUB-1)
011250         MOVE WS-PGM-ELAPSED-MOVE (SUB-1) TO WS-EDIT-PCT
011260         MOVE WS-ELAPSED-TOLERANCE TO WS-EDIT-TOLERANCE
011270         MOVE SPACES TO SCORERPT-REC
011280         STRING "  " DELIMITED BY SIZE
011290             WS-PGM-ID (SUB-1) DELIMITED BY SIZE
011300             " TOTAL ELAPSED MOVED " DELIMITED BY SIZE
011310             FUNCTION TRIM(WS-EDIT-PCT) DELIMITED BY SIZE
011320             " PCT, TOLERANCE " DELIMITED BY SIZE
011330             FUNCTION TRIM(WS-EDIT-TOLERANCE) DELIMITED BY SIZE
011340             INTO SCORERPT-REC
011350         WRITE SCORERPT-REC
011360     END-IF.
011370 8100-EXIT.
011380     EXIT.
011390
011400*-----------------------------------------------------------------
011410* 8500-WRAP-UP -- INPUT COUNTS AND THE STEP RETURN CODE.  A
011420* PROGRAM OUTSIDE TOLERANCE, OR A TABLE TOO SMALL TO HOLD THE
011430* MONTH, ENDS THE STEP WITH RC 4 -- THE SCORECARD IS STILL
011440* COMPLETE ENOUGH TO DISTRIBUTE, BUT SOMEONE SHOULD LOOK.
011450*-----------------------------------------------------------------
011460 8500-WRAP-UP.
011470     MOVE SPACES TO SCORERPT-REC.
011480     WRITE SCORERPT-REC.
011490     MOVE WS-HIST-READ-COUNT TO WS-EDIT-COUNT.
011500     MOVE SPACES TO SCORERPT-REC.
011510     STRING "  HISTFILE RECORDS READ   : " DELIMITED BY SIZE
011520         FUNCTION TRIM(WS-EDIT-COUNT) DELIMITED BY SIZE
011530         INTO SCORERPT-REC.
011540     WRITE SCORERPT-REC.
011550     MOVE WS-STAT-READ-COUNT TO WS-EDIT-COUNT.
011560     MOVE SPACES TO SCORERPT-REC.
011570     STRING "  RUNSTATS RECORDS READ   : " DELIMITED BY SIZE
011580         FUNCTION TRIM(WS-EDIT-COUNT) DELIMITED BY SIZE
011590         INTO SCORERPT-REC.
011600     WRITE SCORERPT-REC.
011610     MOVE WS-LOG-READ-COUNT TO WS-EDIT-COUNT.
011620     MOVE SPACES TO SCORERPT-REC.
011630     STRING "  MSGLOG RECORDS READ     : " DELIMITED BY SIZE
011640         FUNCTION TRIM(WS-EDIT-COUNT) DELIMITED BY SIZE
011650         INTO SCORERPT-REC.
011660     WRITE SCORERPT-REC.
011670     MOVE WS-SWEEP-READ-COUNT TO WS-EDIT-COUNT.
011680     MOVE SPACES TO SCORERPT-REC.
011690     STRING "  SWEEPSTG TRAILERS READ  : " DELIMITED BY SIZE
011700         FUNCTION TRIM(WS-EDIT-COUNT) DELIMITED BY SIZE
011710         INTO SCORERPT-REC.
011720     WRITE SCORERPT-REC.
011730     MOVE WS-RES-READ-COUNT TO WS-EDIT-COUNT.
011740     MOVE SPACES TO SCORERPT-REC.
011750     STRING "  EULERRES RECORDS READ   : " DELIMITED BY SIZE
011760         FUNCTION TRIM(WS-EDIT-COUNT) DELIMITED BY SIZE
011770         INTO SCORERPT-REC.
011780     WRITE SCORERPT-REC.
011790     MOVE WS-PGM-ENTRY-COUNT TO WS-EDIT-COUNT.
011800     MOVE SPACES TO SCORERPT-REC.
011810     STRING "  PROGRAMS SCORED         : " DELIMITED BY SIZE
011820         FUNCTION TRIM(WS-EDIT-COUNT) DELIMITED BY SIZE
011830         INTO SCORERPT-REC.
011840     WRITE SCORERPT-REC.
011850     MOVE WS-SUMMARY-WRITE-COUNT TO WS-EDIT-COUNT.
011860     MOVE SPACES TO SCORERPT-REC.
011870     STRING "  SCORESUM RECORDS WRITTEN: " DELIMITED BY SIZE
011880         FUNCTION TRIM(WS-EDIT-COUNT) DELIMITED BY SIZE
011890         INTO SCORERPT-REC.
011900     WRITE SCORERPT-REC.
011910     MOVE WS-OUTSIDE-COUNT TO WS-EDIT-COUNT.
011920     MOVE SPACES TO SCORERPT-REC.
011930     STRING "  OUTSIDE TOLERANCE       : " DELIMITED BY SIZE
011940         FUNCTION TRIM(WS-EDIT-COUNT) DELIMITED BY SIZE
011950         INTO SCORERPT-REC.
011960     WRITE SCORERPT-REC.
011970     IF TABLE-OVERFLOWED
011980         MOVE SPACES TO SCORERPT-REC
011990         STRING "  SCORECARD INCOMPLETE - ACTIVITY EXCEEDS THE"
012000             " WORK TABLE CAPACITY"
012010             DELIMITED BY SIZE INTO SCORERPT-REC
012020         WRITE SCORERPT-REC
012030         MOVE "SCR009W" TO MSG-ID
012040         MOVE "SCORECARD WORK TABLE OVERFLOWED, COUNTS INCOMPLETE"
012050             TO MSG-TEXT
012060         PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
012070         MOVE 4 TO RETURN-CODE
012080     END-IF.
012090     IF WS-OUTSIDE-COUNT > ZERO
012100         MOVE "SCR010W" TO MSG-ID
012110         STRING FUNCTION TRIM(WS-EDIT-COUNT)
012120             " PROGRAM(S) OUTSIDE SCORECARD TOLERANCE FOR "
012130             WS-REPORT-MONTH ", SEE SCORERPT"
012140             DELIMITED BY SIZE INTO MSG-TEXT
012150         PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
012160         MOVE 4 TO RETURN-CODE
012170     END-IF.
012180     CLOSE SCORERPT.
012190 8500-EXIT.
012200     EXIT.
012210
012220*-----------------------------------------------------------------
012230* 9800-LOG-MESSAGE -- ROUTE A DIAGNOSTIC THROUGH THE COMMON
012240* EULERMSG ROUTINE.  CALLERS FILL MSG-ID (SEVERITY LETTER LAST)
012250* AND MSG-TEXT; THE SEVERITY IS DERIVED FROM THE ID AND THE TEXT
012260* BUFFER IS BLANKED FOR THE NEXT CALLER.
012270*-----------------------------------------------------------------
012280 9800-LOG-MESSAGE.
012290     MOVE MSG-ID(7:1) TO MSG-SEVERITY.
012300     MOVE "EULERSCR" TO MSG-PROGRAM.
012310     CALL "EULERMSG" USING EULERMSG-PARMS.
012320     MOVE SPACES TO MSG-TEXT.
012330 9800-EXIT.
012340     EXIT.
