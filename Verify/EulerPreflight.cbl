000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. EULERPFL.
000120 AUTHOR. D-L-WHITFIELD.
000130 INSTALLATION. EULER-BATCH-REPORTING.
000140 DATE-WRITTEN. 10/15/2026.
000150 DATE-COMPILED.
000160*****************************************************************
000170* MODIFICATION HISTORY                                          *
000180*-----------------------------------------------------------------
000190*  DATE       INIT  DESCRIPTION
000200*  ---------- ----  ----------------------------------------------
000210*  10/15/2026 DLW   ORIGINAL PROGRAM.  PRE-WINDOW EDIT OF EVERY
000220*                   CONTROL CARD THE NIGHT'S STEPS WILL READ --
000230*                   PARMFILE, SEEDPARM, FACTPARM, DIVTAB, JOBPLAN,
000240*                   OPERCTL, REUSECTL, MONCTL, RETNCTL, EXPECTED,
000250*                   EXTPARM AND RSTCTL -- RUN IN THE AFTERNOON SO
000260*                   A MIS-KEYED CARD IS FIXED BEFORE THE WINDOW
000270*                   OPENS RATHER THAN FOUND AT 2AM WHEN ITS STEP
000280*                   ENDS RC 12.  EACH CARD IS EDITED FOR FORMAT
000290*                   WITH THE SAME RULES ITS OWNING PROGRAM
000300*                   APPLIES, AND THE CARDS ARE CROSS-CHECKED: THE
000310*                   OPERCTL OPERATOR MUST BE ACTIVE ON OPERMAST,
000320*                   EVERY PLANNED STEP AND PARAMETER CARD MUST BE
000330*                   WITHIN THAT OPERATOR'S PGMREG AUTHORITY, AND
000340*                   EVERY EXPECTED ENTRY MUST MATCH A PROGRAM AND
000350*                   PARAMETER SET THAT IS ACTUALLY SCHEDULED.
000360*                   THE PFLRPT EDIT REPORT LISTS EVERY CARD WITH
000370*                   OK OR ITS ERROR REASON, AND ANY ERROR ENDS
000380*                   THE STEP WITH RC-PARM-ERROR SO THE SCHEDULER
000390*                   HOLDS THE NIGHT'S SCHEDULE.
000400*****************************************************************
000410 ENVIRONMENT DIVISION.
000420 CONFIGURATION SECTION.
000430 SOURCE-COMPUTER. IBM-370.
000440 OBJECT-COMPUTER. IBM-370.
000450 INPUT-OUTPUT SECTION.
000460 FILE-CONTROL.
000470     SELECT OPERCTL ASSIGN TO "OPERCTL"
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS IS WS-OPERCTL-STATUS.
000500     SELECT OPERMAST ASSIGN TO "OPERMAST"
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS WS-OPERMAST-STATUS.
000530     SELECT PGMREG ASSIGN TO "PGMREG"
000540         ORGANIZATION IS INDEXED
000550         ACCESS MODE IS RANDOM
000560         RECORD KEY IS PGMREG-KEY
000570         FILE STATUS IS WS-PGMREG-STATUS.
000580     SELECT JOBPLAN ASSIGN TO "JOBPLAN"
000590         ORGANIZATION IS LINE SEQUENTIAL
000600         FILE STATUS IS WS-JOBPLAN-STATUS.
000610     SELECT PARMFILE ASSIGN TO "PARMFILE"
000620         ORGANIZATION IS LINE SEQUENTIAL
000630         FILE STATUS IS WS-PARMFILE-STATUS.
000640     SELECT DIVTAB ASSIGN TO "DIVTAB"
000650         ORGANIZATION IS LINE SEQUENTIAL
000660         FILE STATUS IS WS-DIVTAB-STATUS.
000670     SELECT SEEDPARM ASSIGN TO "SEEDPARM"
000680         ORGANIZATION IS LINE SEQUENTIAL
000690         FILE STATUS IS WS-SEEDPARM-STATUS.
000700     SELECT FACTPARM ASSIGN TO "FACTPARM"
000710         ORGANIZATION IS LINE SEQUENTIAL
000720         FILE STATUS IS WS-FACTPARM-STATUS.
000730     SELECT REUSECTL ASSIGN TO "REUSECTL"
000740         ORGANIZATION IS LINE SEQUENTIAL
000750         FILE STATUS IS WS-REUSECTL-STATUS.
000760     SELECT EXPECTED ASSIGN TO "EXPECTED"
000770         ORGANIZATION IS LINE SEQUENTIAL
000780         FILE STATUS IS WS-EXPECTED-STATUS.
000790     SELECT MONCTL ASSIGN TO "MONCTL"
000800         ORGANIZATION IS LINE SEQUENTIAL
000810         FILE STATUS IS WS-MONCTL-STATUS.
000820     SELECT RETNCTL ASSIGN TO "RETNCTL"
000830         ORGANIZATION IS LINE SEQUENTIAL
000840         FILE STATUS IS WS-RETNCTL-STATUS.
000850     SELECT EXTPARM ASSIGN TO "EXTPARM"
000860         ORGANIZATION IS LINE SEQUENTIAL
000870         FILE STATUS IS WS-EXTPARM-STATUS.
000880     SELECT RSTCTL ASSIGN TO "RSTCTL"
000890         ORGANIZATION IS LINE SEQUENTIAL
000900         FILE STATUS IS WS-RSTCTL-STATUS.
000910     SELECT PFLRPT ASSIGN TO "PFLRPT"
000920         ORGANIZATION IS LINE SEQUENTIAL
000930         FILE STATUS IS WS-PFLRPT-STATUS.
000940 DATA DIVISION.
000950 FILE SECTION.
000960*    EVERY CONTROL-CARD LAYOUT BELOW IS THE ONE ITS OWNING
000970*    PROGRAM DECLARES; A CHANGE THERE MUST BE CARRIED HERE.
000980 FD  OPERCTL
000990     RECORDING MODE IS F.
001000 01  OPERCTL-REC.
001010     05  OPERCTL-OPERATOR-ID        PIC X(08).
001020 FD  OPERMAST
001030     RECORDING MODE IS F.
001040     COPY OPERMST.
001050 FD  PGMREG
001060     RECORDING MODE IS F.
001070     COPY PGMREG.
001080 FD  JOBPLAN
001090     RECORDING MODE IS F.
001100 01  JOBPLAN-REC.
001110     05  JOBPLAN-PROGRAM-NAME       PIC X(08).
001120     05  JOBPLAN-ON-ERROR           PIC X(01).
001130     05  FILLER                     PIC X(01).
001140     05  JOBPLAN-PLAN-NAME          PIC X(08).
001150 FD  PARMFILE
001160     RECORDING MODE IS F.
001170 01  PARMFILE-REC.
001180     05  PARMFILE-LIMIT             PIC 9(18).
001190 FD  DIVTAB
001200     RECORDING MODE IS F.
001210 01  DIVTAB-REC.
001220     05  DIVTAB-DIVISOR             PIC 9(04).
001230     05  DIVTAB-SIGN                PIC X(01).
001240 FD  SEEDPARM
001250     RECORDING MODE IS F.
001260 01  SEEDPARM-REC.
001270     05  SEEDPARM-FIB1              PIC 9(18).
001280     05  SEEDPARM-FIB2              PIC 9(18).
001290     05  SEEDPARM-MODE              PIC X(01).
001300     05  SEEDPARM-LIMIT             PIC 9(18).
001310 FD  FACTPARM
001320     RECORDING MODE IS F.
001330 01  FACTPARM-REC.
001340     05  FACTPARM-TARGET            PIC 9(18).
001350 FD  REUSECTL
001360     RECORDING MODE IS F.
001370 01  REUSECTL-REC.
001380     05  REUSECTL-OPTION            PIC X(08).
001390 FD  EXPECTED
001400     RECORDING MODE IS F.
001410 01  EXPECTED-REC.
001420     05  EXPECTED-PROGRAM-ID        PIC X(08).
001430     05  EXPECTED-LOOP-LIMIT        PIC 9(18).
001440     05  EXPECTED-SEED-FIB1         PIC 9(18).
001450     05  EXPECTED-SEED-FIB2         PIC 9(18).
001460     05  EXPECTED-SEED-MODE         PIC X(01).
001470     05  EXPECTED-RESULT-VALUE      PIC 9(38).
001480 FD  MONCTL
001490     RECORDING MODE IS F.
001500 01  MONCTL-REC.
001510     05  MONCTL-TYPE                PIC X(01).
001520         88  MONCTL-BY-MSG-ID       VALUE 'M'.
001530         88  MONCTL-BY-SEVERITY     VALUE 'S'.
001540         88  MONCTL-BY-PROGRAM      VALUE 'P'.
001550     05  MONCTL-KEY                 PIC X(08).
001560     05  MONCTL-THRESHOLD           PIC 9(05).
001570 FD  RETNCTL
001580     RECORDING MODE IS F.
001590 01  RETNCTL-REC.
001600     05  RETNCTL-DAYS               PIC 9(05).
001610 FD  EXTPARM
001620     RECORDING MODE IS F.
001630 01  EXTPARM-REC.
001640     05  EXTPARM-SOURCE             PIC X(08).
001650     05  EXTPARM-PROGRAM-ID         PIC X(08).
001660     05  EXTPARM-FROM-DATE          PIC X(08).
001670     05  EXTPARM-TO-DATE            PIC X(08).
001680 FD  RSTCTL
001690     RECORDING MODE IS F.
001700 01  RSTCTL-REC.
001710     05  RSTCTL-PROGRAM-ID          PIC X(08).
001720     05  RSTCTL-FROM-DATE           PIC X(08).
001730     05  RSTCTL-TO-DATE             PIC X(08).
001740 FD  PFLRPT
001750     RECORDING MODE IS F.
001760 01  PFLRPT-REC                     PIC X(132).
001770 WORKING-STORAGE SECTION.
001780*-----------------------------------------------------------------
001790* FILE STATUS AND DATE WORK AREAS
001800*-----------------------------------------------------------------
001810 01  WS-OPERCTL-STATUS              PIC X(02) VALUE SPACES.
001820     88  OPERCTL-OK                 VALUE '00'.
001830     88  OPERCTL-NOT-FOUND          VALUE '35'.
001840 01  WS-OPERMAST-STATUS             PIC X(02) VALUE SPACES.
001850     88  OPERMAST-OK                VALUE '00'.
001860 01  WS-PGMREG-STATUS               PIC X(02) VALUE SPACES.
001870     88  PGMREG-OK                  VALUE '00'.
001880 01  WS-JOBPLAN-STATUS              PIC X(02) VALUE SPACES.
001890     88  JOBPLAN-OK                 VALUE '00'.
001900     88  JOBPLAN-NOT-FOUND          VALUE '35'.
001910 01  WS-PARMFILE-STATUS             PIC X(02) VALUE SPACES.
001920     88  PARMFILE-OK                VALUE '00'.
001930     88  PARMFILE-NOT-FOUND         VALUE '35'.
001940 01  WS-DIVTAB-STATUS               PIC X(02) VALUE SPACES.
001950     88  DIVTAB-OK                  VALUE '00'.
001960     88  DIVTAB-NOT-FOUND           VALUE '35'.
001970 01  WS-SEEDPARM-STATUS             PIC X(02) VALUE SPACES.
001980     88  SEEDPARM-OK                VALUE '00'.
001990     88  SEEDPARM-NOT-FOUND         VALUE '35'.
002000 01  WS-FACTPARM-STATUS             PIC X(02) VALUE SPACES.
002010     88  FACTPARM-OK                VALUE '00'.
002020     88  FACTPARM-NOT-FOUND         VALUE '35'.
002030 01  WS-REUSECTL-STATUS             PIC X(02) VALUE SPACES.
002040     88  REUSECTL-OK                VALUE '00'.
002050     88  REUSECTL-NOT-FOUND         VALUE '35'.
002060 01  WS-EXPECTED-STATUS             PIC X(02) VALUE SPACES.
002070     88  EXPECTED-OK                VALUE '00'.
002080     88  EXPECTED-NOT-FOUND         VALUE '35'.
002090 01  WS-MONCTL-STATUS               PIC X(02) VALUE SPACES.
002100     88  MONCTL-OK                  VALUE '00'.
002110     88  MONCTL-NOT-FOUND           VALUE '35'.
002120 01  WS-RETNCTL-STATUS              PIC X(02) VALUE SPACES.
002130     88  RETNCTL-OK                 VALUE '00'.
002140     88  RETNCTL-NOT-FOUND          VALUE '35'.
002150 01  WS-EXTPARM-STATUS              PIC X(02) VALUE SPACES.
002160     88  EXTPARM-OK                 VALUE '00'.
002170     88  EXTPARM-NOT-FOUND          VALUE '35'.
002180 01  WS-RSTCTL-STATUS               PIC X(02) VALUE SPACES.
002190     88  RSTCTL-OK                  VALUE '00'.
002200     88  RSTCTL-NOT-FOUND           VALUE '35'.
002210 01  WS-PFLRPT-STATUS               PIC X(02) VALUE SPACES.
002220     88  PFLRPT-OK                  VALUE '00'.
002230 01  WS-EOF-FLAG                    PIC X(01) VALUE 'N'.
002240     88  FILE-EOF                   VALUE 'Y'.
002250 01  WS-CURRENT-DATE.
002260     05  WS-CURRENT-DATE-YYYYMMDD   PIC X(08).
002270     05  FILLER                     PIC X(18).
002280*-----------------------------------------------------------------
002290* THE SUBMITTING OPERATOR, AS EVERY STEP WILL SEE IT: THE OPERCTL
002300* CARD OR "BATCHJOB" WHEN THERE IS NONE, AND ITS LEVEL OFF
002310* OPERMAST (A MIS-KEYED LEVEL COUNTS AS 1, AS IN THE STEPS).
002320*-----------------------------------------------------------------
002330 01  WS-OPERATOR-ID                 PIC X(08) VALUE "BATCHJOB".
002340 01  WS-OPERATOR-LEVEL              PIC 9(01) VALUE 1.
002350 01  WS-OPER-FOUND-FLAG             PIC X(01) VALUE 'N'.
002360     88  OPERATOR-FOUND             VALUE 'Y'.
002370 01  WS-OPER-VALID-FLAG             PIC X(01) VALUE 'N'.
002380     88  OPERATOR-VALID             VALUE 'Y'.
002390 01  WS-REGISTRY-FLAG               PIC X(01) VALUE 'N'.
002400     88  REGISTRY-AVAILABLE         VALUE 'Y'.
002410*-----------------------------------------------------------------
002420* REGISTRY AUTHORITY CHECK (7000).  THE CALLER NAMES THE PROGRAM;
002430* THE CHECK RETURNS A REASON (SPACES WHEN THE OPERATOR MAY RUN
002440* IT) AND THE LIMIT/TARGET CEILING THAT APPLIES.
002450*-----------------------------------------------------------------
002460 01  WS-CHECK-PROGRAM               PIC X(08) VALUE SPACES.
002470 01  WS-CHECK-REASON                PIC X(60) VALUE SPACES.
002480 01  WS-CHECK-CEILING               PIC 9(18) VALUE ZERO.
002490 01  WS-NO-CEILING                  PIC 9(18) VALUE
002500     999999999999999999.
002510*-----------------------------------------------------------------
002520* THE PLANNED STEPS, LOADED FROM JOBPLAN (OR THE DRIVER'S DEFAULT
002530* CHAIN WHEN JOBPLAN IS ABSENT OR EMPTY).  A PROGRAM MAY APPEAR
002540* ONCE PER PLAN NAME; THE DRIVER HOLDS AT MOST 20 STEPS A PLAN.
002550*-----------------------------------------------------------------
002560 01  WS-PLAN-TABLE.
002570     05  WS-PLAN-ENTRY OCCURS 100 TIMES.
002580         10  WS-PLAN-PROGRAM        PIC X(08).
002590         10  WS-PLAN-NAME           PIC X(08).
002600 01  WS-PLAN-ENTRY-COUNT            PIC 9(03) COMP VALUE ZERO.
002610 01  WS-PLAN-MAX                    PIC 9(03) COMP VALUE 100.
002620 01  WS-PLAN-STEP-MAX               PIC 9(03) COMP VALUE 20.
002630 01  WS-PLAN-STEP-COUNT             PIC 9(03) COMP VALUE ZERO.
002640 01  WS-DUP-SUB                     PIC 9(03) COMP VALUE ZERO.
002650*-----------------------------------------------------------------
002660* THE PARAMETER SETS THE COMPUTATION STEPS WILL ACTUALLY RUN, IN
002670* THE EULERRES PARAMETER LAYOUT EULERVFY MATCHES EXPECTED ENTRIES
002680* ON: PROBLEM1 AND PROBLEM3 CARRY ZERO SEEDS AND A BLANK MODE,
002690* PROBLEM3'S TARGET STANDS IN THE LOOP-LIMIT.  AN ABSENT OR
002700* EMPTY PARAMETER FILE SCHEDULES ITS PROGRAM'S BUILT-IN DEFAULT.
002710*-----------------------------------------------------------------
002720 01  WS-SET-TABLE.
002730     05  WS-SET-ENTRY OCCURS 500 TIMES.
002740         10  WS-SET-PROGRAM         PIC X(08).
002750         10  WS-SET-LIMIT           PIC 9(18).
002760         10  WS-SET-FIB1            PIC 9(18).
002770         10  WS-SET-FIB2            PIC 9(18).
002780         10  WS-SET-MODE            PIC X(01).
002790 01  WS-SET-ENTRY-COUNT             PIC 9(03) COMP VALUE ZERO.
002800 01  WS-SET-MAX                     PIC 9(03) COMP VALUE 500.
002810 01  WS-NEW-SET.
002820     05  WS-NEW-SET-PROGRAM         PIC X(08).
002830     05  WS-NEW-SET-LIMIT           PIC 9(18).
002840     05  WS-NEW-SET-FIB1            PIC 9(18).
002850     05  WS-NEW-SET-FIB2            PIC 9(18).
002860     05  WS-NEW-SET-MODE            PIC X(01).
002870 01  WS-SET-OVERFLOW-FLAG           PIC X(01) VALUE 'N'.
002880     88  SET-TABLE-OVERFLOW         VALUE 'Y'.
002890 01  WS-SET-SEEN-FLAG               PIC X(01) VALUE 'N'.
002900     88  PROGRAM-HAS-SETS           VALUE 'Y'.
002910 01  WS-SET-MATCH-FLAG              PIC X(01) VALUE 'N'.
002920     88  SET-MATCHED                VALUE 'Y'.
002930 01  WS-PLANNED-FLAG                PIC X(01) VALUE 'N'.
002940     88  PROGRAM-PLANNED            VALUE 'Y'.
002950*-----------------------------------------------------------------
002960* BUILT-IN DEFAULTS OF THE COMPUTATION STEPS, USED WHEN THEIR
002970* PARAMETER FILE IS ABSENT OR A FIELD IS LEFT TO DEFAULT.
002980*-----------------------------------------------------------------
002990 01  WS-P1-DEFAULT-LIMIT            PIC 9(18) VALUE 1000.
003000 01  WS-P2-DEFAULT-LIMIT            PIC 9(18) VALUE 1000000.
003010 01  WS-P2-DEFAULT-FIB1             PIC 9(18) VALUE 2.
003020 01  WS-P2-DEFAULT-FIB2             PIC 9(18) VALUE 8.
003030 01  WS-P2-DEFAULT-MODE             PIC X(01) VALUE 'E'.
003040 01  WS-P3-DEFAULT-TARGET           PIC 9(18) VALUE 600851475143.
003050 01  WS-P3-MIN-TARGET               PIC 9(18) VALUE 2.
003060*-----------------------------------------------------------------
003070* DATE EDIT (7200).  THE CALLER LOADS WS-CHECK-DATE; THE FLAG
003080* SAYS WHETHER IT IS A PLAUSIBLE YYYYMMDD.
003090*-----------------------------------------------------------------
003100 01  WS-CHECK-DATE                  PIC X(08) VALUE SPACES.
003110 01  WS-CHECK-DATE-PARTS REDEFINES WS-CHECK-DATE.
003120     05  WS-CHECK-YYYY              PIC 9(04).
003130     05  WS-CHECK-MM                PIC 9(02).
003140     05  WS-CHECK-DD                PIC 9(02).
003150 01  WS-DATE-VALID-FLAG             PIC X(01) VALUE 'N'.
003160     88  DATE-VALID                 VALUE 'Y'.
003170*-----------------------------------------------------------------
003180* ONE EDIT-REPORT LINE: THE DD, THE CARD NUMBER WITHIN IT (ZERO
003190* FOR A LINE ABOUT THE FILE AS A WHOLE), THE FIRST 40 BYTES OF
003200* THE CARD AS KEYED, AND THE ERROR REASON OR A NOTE.
003210*-----------------------------------------------------------------
003220 01  WS-LINE-DDNAME                 PIC X(08) VALUE SPACES.
003230 01  WS-CARD-NUMBER                 PIC 9(05) VALUE ZERO.
003240 01  WS-CARD-IMAGE                  PIC X(40) VALUE SPACES.
003250 01  WS-LINE-TEXT                   PIC X(60) VALUE SPACES.
003260 01  WS-LINE-VERDICT                PIC X(05) VALUE SPACES.
003270 01  WS-LINE-CARD-NO                PIC X(05) VALUE SPACES.
003280*-----------------------------------------------------------------
003290* EDIT COUNTERS
003300*-----------------------------------------------------------------
003310 77  WS-CARDS-READ-COUNT            PIC 9(05) COMP VALUE ZERO.
003320 77  WS-CARDS-OK-COUNT              PIC 9(05) COMP VALUE ZERO.
003330 77  WS-ERROR-COUNT                 PIC 9(05) COMP VALUE ZERO.
003340 77  WS-FILE-ERROR-COUNT            PIC 9(05) COMP VALUE ZERO.
003350 77  WS-NOT-PRESENT-COUNT           PIC 9(05) COMP VALUE ZERO.
003360 01  SUB-1                          PIC 9(03) COMP VALUE ZERO.
003370*-----------------------------------------------------------------
003380* REPORT EDIT FIELDS
003390*-----------------------------------------------------------------
003400 01  WS-EDIT-COUNT                  PIC Z(4)9.
003410 01  WS-EDIT-LEVEL                  PIC 9(01).
003420 01  WS-EDIT-CEILING                PIC Z(17)9.
003430*-----------------------------------------------------------------
003440* COMMON MESSAGE-ROUTINE PARAMETER AREA AND THE SUITE'S STANDARD
003450* RETURN-CODE CLASSES (SEE EULERMSG).
003460*-----------------------------------------------------------------
003470     COPY MSGAREA.
003480     COPY EULERRC.
003490 PROCEDURE DIVISION.
003500 0000-MAINLINE.
003510     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003520     PERFORM 1100-OPEN-REGISTRY THRU 1100-EXIT.
003530     PERFORM 2000-EDIT-OPERCTL THRU 2000-EXIT.
003540     PERFORM 2500-EDIT-JOBPLAN THRU 2500-EXIT.
003550     PERFORM 3000-EDIT-PARMFILE THRU 3000-EXIT.
003560     PERFORM 3200-EDIT-DIVTAB THRU 3200-EXIT.
003570     PERFORM 3400-EDIT-SEEDPARM THRU 3400-EXIT.
003580     PERFORM 3600-EDIT-FACTPARM THRU 3600-EXIT.
003590     PERFORM 3800-EDIT-REUSECTL THRU 3800-EXIT.
003600     PERFORM 4000-EDIT-EXPECTED THRU 4000-EXIT.
003610     PERFORM 4400-EDIT-MONCTL THRU 4400-EXIT.
003620     PERFORM 4600-EDIT-RETNCTL THRU 4600-EXIT.
003630     PERFORM 4800-EDIT-EXTPARM THRU 4800-EXIT.
003640     PERFORM 5000-EDIT-RSTCTL THRU 5000-EXIT.
003650     PERFORM 6000-WRAP-UP THRU 6000-EXIT.
003660     GOBACK.
003670
003680*-----------------------------------------------------------------
003690* 1000-INITIALIZE -- OPEN THE EDIT REPORT.  AN EDIT THAT CANNOT
003700* REPORT WOULD PASS THE SCHEDULE WITH NOBODY HAVING SEEN THE
003710* CARDS, SO AN OPEN FAILURE ABENDS.
003720*-----------------------------------------------------------------
003730 1000-INITIALIZE.
003740     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
003750     OPEN OUTPUT PFLRPT.
003760     IF NOT PFLRPT-OK
003770         MOVE "PFL001E" TO MSG-ID
003780         STRING "UNABLE TO OPEN PFLRPT, STATUS "
003790             WS-PFLRPT-STATUS
003800             DELIMITED BY SIZE INTO MSG-TEXT
003810         PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
003820         MOVE RC-FILE-ERROR TO RETURN-CODE
003830         STOP RUN
003840     END-IF.
003850     MOVE SPACES TO PFLRPT-REC.
003860     STRING "EULERPFL CONTROL-CARD PREFLIGHT EDIT - DATE "
003870         DELIMITED BY SIZE
003880         WS-CURRENT-DATE-YYYYMMDD DELIMITED BY SIZE
003890         INTO PFLRPT-REC.
003900     WRITE PFLRPT-REC.
003910     MOVE SPACES TO PFLRPT-REC.
003920     WRITE PFLRPT-REC.
003930     MOVE SPACES TO PFLRPT-REC.
003940     STRING "  DD       CARD   RESULT CARD IMAGE"
003950         DELIMITED BY SIZE
003960         "                                " DELIMITED BY SIZE
003970         "REASON OR NOTE" DELIMITED BY SIZE
003980         INTO PFLRPT-REC.
003990     WRITE PFLRPT-REC.
004000 1000-EXIT.
004010     EXIT.
004020
004030*-----------------------------------------------------------------
004040* 1100-OPEN-REGISTRY -- THE PGMREG REGISTRY STAYS OPEN FOR THE
004050* WHOLE EDIT FOR THE KEYED AUTHORITY LOOKUPS IN 7000.  EVERY
004060* COMPUTATION STEP ABENDS ON AN UNREADABLE REGISTRY, SO ONE HERE
004070* IS AN ERROR, AND EVERY CARD THAT NEEDS IT FAILS WITH IT.
004080*-----------------------------------------------------------------
004090 1100-OPEN-REGISTRY.
004100     MOVE "PGMREG" TO WS-LINE-DDNAME.
004110     MOVE ZERO TO WS-CARD-NUMBER.
004120     MOVE SPACES TO WS-CARD-IMAGE.
004130     OPEN INPUT PGMREG.
004140     IF PGMREG-OK
004150         SET REGISTRY-AVAILABLE TO TRUE
004160         MOVE "PROGRAM REGISTRY AVAILABLE" TO WS-LINE-TEXT
004170         PERFORM 8000-WRITE-OK-LINE THRU 8000-EXIT
004180     ELSE
004190         STRING "PROGRAM REGISTRY UNAVAILABLE, STATUS "
004200             WS-PGMREG-STATUS
004210             DELIMITED BY SIZE INTO WS-LINE-TEXT
004220         PERFORM 8100-WRITE-ERROR-LINE THRU 8100-EXIT
004230     END-IF.
004240 1100-EXIT.
004250     EXIT.
004260
004270*-----------------------------------------------------------------
004280* 2000-EDIT-OPERCTL -- THE SUBMITTING OPERATOR.  NO OPERCTL MEANS
004290* "BATCHJOB", AS IN EVERY STEP; A BLANK ID OR A SECOND CARD IS AN
004300* ERROR.  THE OPERATOR MUST THEN BE ON OPERMAST AND ACTIVE --
004310* EVERY COMPUTATION STEP ABENDS OTHERWISE.
004320*-----------------------------------------------------------------
004330 2000-EDIT-OPERCTL.
004340     MOVE "OPERCTL" TO WS-LINE-DDNAME.
004350     MOVE ZERO TO WS-CARD-NUMBER.
004360     MOVE SPACES TO WS-CARD-IMAGE.
004370     MOVE 'N' TO WS-EOF-FLAG.
004380     OPEN INPUT OPERCTL.
004390     IF OPERCTL-NOT-FOUND
004400         ADD 1 TO WS-NOT-PRESENT-COUNT
004410         MOVE "NOT PRESENT - BATCHJOB ASSUMED" TO WS-LINE-TEXT
004420         PERFORM 8000-WRITE-OK-LINE THRU 8000-EXIT
004430     ELSE
004440     IF NOT OPERCTL-OK
004450         STRING "UNABLE TO OPEN OPERCTL, STATUS "
004460             WS-OPERCTL-STATUS
004470             DELIMITED BY SIZE INTO WS-LINE-TEXT
004480         PERFORM 8100-WRITE-ERROR-LINE THRU 8100-EXIT
004490     ELSE
004500         PERFORM 2100-EDIT-OPERCTL-CARD THRU 2100-EXIT
004510             UNTIL FILE-EOF
004520         CLOSE OPERCTL
004530         IF WS-CARD-NUMBER = ZERO
004540             MOVE "EMPTY - BATCHJOB ASSUMED" TO WS-LINE-TEXT
004550             PERFORM 8000-WRITE-OK-LINE THRU 8000-EXIT
004560         END-IF
004570     END-IF
004580     END-IF.
004590     PERFORM 2200-FIND-OPERATOR THRU 2200-EXIT.
004600 2000-EXIT.
004610     EXIT.
004620
004630 2100-EDIT-OPERCTL-CARD.
004640     READ OPERCTL
004650         AT END
004660             SET FILE-EOF TO TRUE
004670             GO TO 2100-EXIT
004680     END-READ.
004690     ADD 1 TO WS-CARD-NUMBER.
004700     MOVE OPERCTL-REC TO WS-CARD-IMAGE.
004710     IF WS-CARD-NUMBER > 1
004720         MOVE "EXTRA CARD - ONLY THE FIRST IS READ"
004730             TO WS-LINE-TEXT
004740         PERFORM 8100-WRITE-ERROR-LINE THRU 8100-EXIT
004750         GO TO 2100-EXIT
004760     END-IF.
004770     IF OPERCTL-OPERATOR-ID = SPACES
004780         MOVE "OPERATOR ID MISSING" TO WS-LINE-TEXT
004790         PERFORM 8100-WRITE-ERROR-LINE THRU 8100-EXIT
004800         GO TO 2100-EXIT
004810     END-IF.
004820     MOVE OPERCTL-OPERATOR-ID TO WS-OPERATOR-ID.
004830     PERFORM 8000-WRITE-OK-LINE THRU 8000-EXIT.
004840 2100-EXIT.
004850     EXIT.
004860
004870 2200-FIND-OPERATOR.
004880     MOVE "OPERMAST" TO WS-LINE-DDNAME.
004890     MOVE ZERO TO WS-CARD-NUMBER.
004900     MOVE SPACES TO WS-CARD-IMAGE.
004910     MOVE 'N' TO WS-OPER-FOUND-FLAG.
004920     MOVE 'N' TO WS-EOF-FLAG.
004930     OPEN INPUT OPERMAST.
004940     IF NOT OPERMAST-OK
004950         STRING "OPERATOR MASTER UNAVAILABLE, STATUS "
004960             WS-OPERMAST-STATUS
004970             DELIMITED BY SIZE INTO WS-LINE-TEXT
004980         PERFORM 8100-WRITE-ERROR-LINE THRU 8100-EXIT
004990         GO TO 2200-EXIT
005000     END-IF.
005010     PERFORM 2250-MATCH-OPERATOR THRU 2250-EXIT
005020         UNTIL FILE-EOF OR OPERATOR-FOUND.
005030     CLOSE OPERMAST.
005040     IF NOT OPERATOR-FOUND
005050         STRING "OPERATOR " WS-OPERATOR-ID
005060             " NOT ON OPERATOR MASTER"
005070             DELIMITED BY SIZE INTO WS-LINE-TEXT
005080         PERFORM 8100-WRITE-ERROR-LINE THRU 8100-EXIT
005090         GO TO 2200-EXIT
005100     END-IF.
005110     IF NOT OPERMST-ACTIVE
005120         STRING "OPERATOR " WS-OPERATOR-ID
005130             " IS INACTIVE"
005140             DELIMITED BY SIZE INTO WS-LINE-TEXT
005150         PERFORM 8100-WRITE-ERROR-LINE THRU 8100-EXIT
005160         GO TO 2200-EXIT
005170     END-IF.
005180     IF OPERMST-AUTH-LEVEL IS NUMERIC
005190             AND OPERMST-AUTH-LEVEL > ZERO
005200         MOVE OPERMST-AUTH-LEVEL TO WS-OPERATOR-LEVEL
005210     ELSE
005220         MOVE 1 TO WS-OPERATOR-LEVEL
005230     END-IF.
005240     SET OPERATOR-VALID TO TRUE.
005250     MOVE WS-OPERATOR-LEVEL TO WS-EDIT-LEVEL.
005260     STRING "OPERATOR " WS-OPERATOR-ID
005270         " ACTIVE AT LEVEL " WS-EDIT-LEVEL
005280         DELIMITED BY SIZE INTO WS-LINE-TEXT.
005290     PERFORM 8000-WRITE-OK-LINE THRU 8000-EXIT.
005300 2200-EXIT.
005310     EXIT.
005320
005330 2250-MATCH-OPERATOR.
005340     READ OPERMAST
005350         AT END
005360             SET FILE-EOF TO TRUE
005370         NOT AT END
005380             IF OPERMST-OPERATOR-ID = WS-OPERATOR-ID
005390                 SET OPERATOR-FOUND TO TRUE
005400             END-IF
005410     END-READ.
005420 2250-EXIT.
005430     EXIT.
005440
005450*-----------------------------------------------------------------
005460* 2500-EDIT-JOBPLAN -- THE DRIVER'S STEP CARDS.  A CARD WITH NO
005470* PROGRAM, AN ON-ERROR CODE OTHER THAN S OR C, A PROGRAM ALREADY
005480* PLANNED UNDER THE SAME PLAN NAME, OR A PLAN OVER THE DRIVER'S
005490* 20 STEPS IS AN ERROR -- THE DRIVER WOULD SKIP OR MISREAD IT.
005500* EVERY PLANNED PROGRAM MUST BE REGISTERED, ACTIVE AND WITHIN THE
005510* OPERATOR'S LEVEL.  NO JOBPLAN, OR AN EMPTY ONE, PLANS THE
005520* DRIVER'S DEFAULT PROBLEM1/PROBLEM2/PROBLEM3 CHAIN.
005530*-----------------------------------------------------------------
005540 2500-EDIT-JOBPLAN.
005550     MOVE "JOBPLAN" TO WS-LINE-DDNAME.
005560     MOVE ZERO TO WS-CARD-NUMBER.
005570     MOVE SPACES TO WS-CARD-IMAGE.
005580     MOVE 'N' TO WS-EOF-FLAG.
005590     OPEN INPUT JOBPLAN.
005600     IF JOBPLAN-NOT-FOUND
005610         ADD 1 TO WS-NOT-PRESENT-COUNT
005620         MOVE "NOT PRESENT - DEFAULT CHAIN PLANNED"
005630             TO WS-LINE-TEXT
005640         PERFORM 8000-WRITE-OK-LINE THRU 8000-EXIT
005650         PERFORM 2700-PLAN-DEFAULT-CHAIN THRU 2700-EXIT
005660         GO TO 2500-EXIT
005670     END-IF.
005680     IF NOT JOBPLAN-OK
005690         STRING "UNABLE TO OPEN JOBPLAN, STATUS "
005700             WS-JOBPLAN-STATUS
005710             DELIMITED BY SIZE INTO WS-LINE-TEXT
005720         PERFORM 8100-WRITE-ERROR-LINE THRU 8100-EXIT
005730         GO TO 2500-EXIT
005740     END-IF.
005750     PERFORM 2600-EDIT-PLAN-CARD THRU 2600-EXIT
005760         UNTIL FILE-EOF.
005770     CLOSE JOBPLAN.
005780     IF WS-CARD-NUMBER = ZERO
005790         MOVE "EMPTY - DEFAULT CHAIN PLANNED" TO WS-LINE-TEXT
005800         PERFORM 8000-WRITE-OK-LINE THRU 8000-EXIT
005810         PERFORM 2700-PLAN-DEFAULT-CHAIN THRU 2700-EXIT
005820     END-IF.
005830 2500-EXIT.
005840     EXIT.
005850
005860 2600-EDIT-PLAN-CARD.
005870     READ JOBPLAN
005880         AT END
005890             SET FILE-EOF TO TRUE
005900             GO TO 2600-EXIT
005910     END-READ.
005920     ADD 1 TO WS-CARD-NUMBER.
005930     MOVE JOBPLAN-REC TO WS-CARD-IMAGE.
005940     IF JOBPLAN-PROGRAM-NAME = SPACES
005950         MOVE "CARD NAMES NO PROGRAM" TO WS-LINE-TEXT
005960         PERFORM 8100-WRITE-ERROR-LINE THRU 8100-EXIT
005970         GO TO 2600-EXIT
005980     END-IF.
005990     MOVE ZERO TO WS-DUP-SUB.
006000     MOVE ZERO TO WS-PLAN-STEP-COUNT.
006010     PERFORM 2650-MATCH-PLAN-ENTRY THRU 2650-EXIT
006020         VARYING SUB-1 FROM 1 BY 1
006030         UNTIL SUB-1 > WS-PLAN-ENTRY-COUNT.
006040     IF WS-DUP-SUB > ZERO
006050         STRING "PROGRAM " JOBPLAN-PROGRAM-NAME
006060             " ALREADY PLANNED IN PLAN " JOBPLAN-PLAN-NAME
006070             DELIMITED BY SIZE INTO WS-LINE-TEXT
006080         PERFORM 8100-WRITE-ERROR-LINE THRU 8100-EXIT
006090         GO TO 2600-EXIT
006100     END-IF.
006110     IF WS-PLAN-STEP-COUNT >= WS-PLAN-STEP-MAX
006120         STRING "PLAN " JOBPLAN-PLAN-NAME
006130             " EXCEEDS THE DRIVER'S 20 STEPS"
006140             DELIMITED BY SIZE INTO WS-LINE-TEXT
006150         PERFORM 8100-WRITE-ERROR-LINE THRU 8100-EXIT
006160         GO TO 2600-EXIT
006170     END-IF.
006180     IF WS-PLAN-ENTRY-COUNT >= WS-PLAN-MAX
006190         MOVE "PLAN TABLE FULL - CARD CANNOT BE CROSS-CHECKED"
006200             TO WS-LINE-TEXT
006210         PERFORM 8100-WRITE-ERROR-LINE THRU 8100-EXIT
006220         GO TO 2600-EXIT
006230     END-IF.
006240     ADD 1 TO WS-PLAN-ENTRY-COUNT.
006250     MOVE JOBPLAN-PROGRAM-NAME
006260         TO WS-PLAN-PROGRAM (WS-PLAN-ENTRY-COUNT).
006270     MOVE JOBPLAN-PLAN-NAME
006280         TO WS-PLAN-NAME (WS-PLAN-ENTRY-COUNT).
006290     IF JOBPLAN-ON-ERROR NOT = 'S' AND NOT = 'C'
006300             AND NOT = SPACE
006310         STRING "ON-ERROR CODE " JOBPLAN-ON-ERROR
006320             " IS NOT S OR C"
006330             DELIMITED BY SIZE INTO WS-LINE-TEXT
006340         PERFORM 8100-WRITE-ERROR-LINE THRU 8100-EXIT
006350         GO TO 2600-EXIT
006360     END-IF.
006370     MOVE JOBPLAN-PROGRAM-NAME TO WS-CHECK-PROGRAM.
006380     PERFORM 7000-CHECK-PROGRAM THRU 7000-EXIT.
006390     IF WS-CHECK-REASON NOT = SPACES
006400         MOVE WS-CHECK-REASON TO WS-LINE-TEXT
006410         PERFORM 8100-WRITE-ERROR-LINE THRU 8100-EXIT
006420         GO TO 2600-EXIT
006430     END-IF.
006440     PERFORM 8000-WRITE-OK-LINE THRU 8000-EXIT.
006450 2600-EXIT.
006460     EXIT.
006470
006480 2650-MATCH-PLAN-ENTRY.
006490     IF WS-PLAN-NAME (SUB-1) = JOBPLAN-PLAN-NAME
006500         ADD 1 TO WS-PLAN-STEP-COUNT
006510         IF WS-PLAN-PROGRAM (SUB-1) = JOBPLAN-PROGRAM-NAME
006520             MOVE SUB-1 TO WS-DUP-SUB
006530         END-IF
006540     END-IF.
006550 2650-EXIT.
006560     EXIT.
006570
006580*    THE DRIVER'S DEFAULT CHAIN, CHECKED AGAINST THE REGISTRY AS
006590*    A PLANNED STEP WOULD BE.
006600 2700-PLAN-DEFAULT-CHAIN.
006610     MOVE "PROBLEM1" TO WS-CHECK-PROGRAM.
006620     PERFORM 2750-PLAN-DEFAULT-STEP THRU 2750-EXIT.
006630     MOVE "PROBLEM2" TO WS-CHECK-PROGRAM.
006640     PERFORM 2750-PLAN-DEFAULT-STEP THRU 2750-EXIT.
006650     MOVE "PROBLEM3" TO WS-CHECK-PROGRAM.
006660     PERFORM 2750-PLAN-DEFAULT-STEP THRU 2750-EXIT.
006670 2700-EXIT.
006680     EXIT.
006690
006700 2750-PLAN-DEFAULT-STEP.
006710     ADD 1 TO WS-PLAN-ENTRY-COUNT.
006720     MOVE WS-CHECK-PROGRAM
006730         TO WS-PLAN-PROGRAM (WS-PLAN-ENTRY-COUNT).
006740     MOVE "JOBPLAN" TO WS-PLAN-NAME (WS-PLAN-ENTRY-COUNT).
006750     PERFORM 7000-CHECK-PROGRAM THRU 7000-EXIT.
006760     IF WS-CHECK-REASON NOT = SPACES
006770         MOVE ZERO TO WS-CARD-NUMBER
006780         MOVE SPACES TO WS-CARD-IMAGE
006790         MOVE WS-CHECK-REASON TO WS-LINE-TEXT
006800         PERFORM 8100-WRITE-ERROR-LINE THRU 8100-EXIT
006810     END-IF.
006820 2750-EXIT.
006830     EXIT.
006840
006850*-----------------------------------------------------------------
006860* 3000-EDIT-PARMFILE -- PROBLEM1'S LOOP-LIMIT CARDS (ONE PER
006870* SWEEP SET).  EACH LIMIT MUST BE NUMERIC AND NONZERO AND WITHIN
006880* THE OPERATOR'S PROBLEM1 CEILING.  AN ABSENT OR EMPTY FILE
006890* SCHEDULES THE DEFAULT LIMIT.
006900*-----------------------------------------------------------------
006910 3000-EDIT-PARMFILE.
006920     MOVE "PARMFILE" TO WS-LINE-DDNAME.
006930     MOVE ZERO TO WS-CARD-NUMBER.
006940     MOVE SPACES TO WS-CARD-IMAGE.
006950     MOVE 'N' TO WS-EOF-FLAG.
006960     MOVE "PROBLEM1" TO WS-CHECK-PROGRAM.
006970     PERFORM 7000-CHECK-PROGRAM THRU 7000-EXIT.
006980     OPEN INPUT PARMFILE.
006990     IF PARMFILE-NOT-FOUND
007000         ADD 1 TO WS-NOT-PRESENT-COUNT
007010         MOVE "NOT PRESENT - PROBLEM1 DEFAULT LIMIT APPLIES"
007020             TO WS-LINE-TEXT
007030         PERFORM 8000-WRITE-OK-LINE THRU 8000-EXIT
007040         PERFORM 3050-SCHEDULE-P1-DEFAULT THRU 3050-EXIT
007050         GO TO 3000-EXIT
007060     END-IF.
007070     IF NOT PARMFILE-OK
007080         STRING "UNABLE TO OPEN PARMFILE, STATUS "
007090             WS-PARMFILE-STATUS
007100             DELIMITED BY SIZE INTO WS-LINE-TEXT
007110         PERFORM 8100-WRITE-ERROR-LINE THRU 8100-EXIT
007120         GO TO 3000-EXIT
007130     END-IF.
007140     PERFORM 3100-EDIT-PARMFILE-CARD THRU 3100-EXIT
007150         UNTIL FILE-EOF.
007160     CLOSE PARMFILE.
007170     IF WS-CARD-NUMBER = ZERO
007180         MOVE "EMPTY - PROBLEM1 DEFAULT LIMIT APPLIES"
007190             TO WS-LINE-TEXT
007200         PERFORM 8000-WRITE-OK-LINE THRU 8000-EXIT
007210         PERFORM 3050-SCHEDULE-P1-DEFAULT THRU 3050-EXIT
007220     END-IF.
007230 3000-EXIT.
007240     EXIT.
007250
007260 3050-SCHEDULE-P1-DEFAULT.
007270     MOVE "PROBLEM1" TO WS-NEW-SET-PROGRAM.
007280     MOVE WS-P1-DEFAULT-LIMIT TO WS-NEW-SET-LIMIT.
007290     MOVE ZERO TO WS-NEW-SET-FIB1 WS-NEW-SET-FIB2.
007300     MOVE SPACE TO WS-NEW-SET-MODE.
007310     PERFORM 7100-ADD-SCHEDULED-SET THRU 7100-EXIT.
007320 3050-EXIT.
007330     EXIT.
007340
007350 3100-EDIT-PARMFILE-CARD.
007360     READ PARMFILE
007370         AT END
007380             SET FILE-EOF TO TRUE
007390             GO TO 3100-EXIT
007400     END-READ.
007410     ADD 1 TO WS-CARD-NUMBER.
007420     MOVE PARMFILE-REC TO WS-CARD-IMAGE.
007430     IF PARMFILE-LIMIT IS NOT NUMERIC
007440         MOVE "LOOP-LIMIT NOT NUMERIC" TO WS-LINE-TEXT
007450         PERFORM 8100-WRITE-ERROR-LINE THRU 8100-EXIT
007460         GO TO 3100-EXIT
007470     END-IF.
007480     IF PARMFILE-LIMIT = ZERO
007490         MOVE "LOOP-LIMIT IS ZERO" TO WS-LINE-TEXT
007500         PERFORM 8100-WRITE-ERROR-LINE THRU 8100-EXIT
007510         GO TO 3100-EXIT
007520     END-IF.
007530     MOVE "PROBLEM1" TO WS-NEW-SET-PROGRAM.
007540     MOVE PARMFILE-LIMIT TO WS-NEW-SET-LIMIT.
007550     MOVE ZERO TO WS-NEW-SET-FIB1 WS-NEW-SET-FIB2.
007560     MOVE SPACE TO WS-NEW-SET-MODE.
007570     PERFORM 7100-ADD-SCHEDULED-SET THRU 7100-EXIT.
007580     IF WS-CHECK-REASON NOT = SPACES
007590         MOVE WS-CHECK-REASON TO WS-LINE-TEXT
007600         PERFORM 8100-WRITE-ERROR-LINE THRU 8100-EXIT
007610         GO TO 3100-EXIT
007620     END-IF.
007630     IF PARMFILE-LIMIT > WS-CHECK-CEILING
007640         PERFORM 7300-CEILING-REASON THRU 7300-EXIT
007650         PERFORM 8100-WRITE-ERROR-LINE THRU 8100-EXIT
007660         GO TO 3100-EXIT
007670     END-IF.
007680     PERFORM 8000-WRITE-OK-LINE THRU 8000-EXIT.
007690 3100-EXIT.
007700     EXIT.
007710
007720*-----------------------------------------------------------------
007730* 3200-EDIT-DIVTAB -- PROBLEM1'S DIVISOR CARDS.  A NONNUMERIC OR
007740* ZERO DIVISOR IS ONE PROBLEM1 SKIPS WITH PB1008W AND A SIGN
007750* OTHER THAN + OR - (OR BLANK) IS SILENTLY TAKEN AS +; BOTH CHANGE
007760* THE ANSWER, SO BOTH ARE ERRORS HERE.  AN ABSENT FILE MEANS THE
007770* BUILT-IN 3/5/15 DIVISORS.
007780*-----------------------------------------------------------------
007790 3200-EDIT-DIVTAB.
007800     MOVE "DIVTAB" TO WS-LINE-DDNAME.
007810     MOVE ZERO TO WS-CARD-NUMBER.
007820     MOVE SPACES TO WS-CARD-IMAGE.
007830     MOVE 'N' TO WS-EOF-FLAG.
007840     OPEN INPUT DIVTAB.
007850     IF DIVTAB-NOT-FOUND
007860         ADD 1 TO WS-NOT-PRESENT-COUNT
007870         MOVE "NOT PRESENT - BUILT-IN 3/5/15 DIVISORS APPLY"
007880             TO WS-LINE-TEXT
007890         PERFORM 8000-WRITE-OK-LINE THRU 8000-EXIT
007900         GO TO 3200-EXIT
007910     END-IF.
007920     IF NOT DIVTAB-OK
007930         STRING "UNABLE TO OPEN DIVTAB, STATUS "
007940             WS-DIVTAB-STATUS
007950             DELIMITED BY SIZE INTO WS-LINE-TEXT
007960         PERFORM 8100-WRITE-ERROR-LINE THRU 8100-EXIT
007970         GO TO 3200-EXIT
007980     END-IF.
007990     PERFORM 3300-EDIT-DIVTAB-CARD THRU 3300-EXIT
008000         UNTIL FILE-EOF.
008010     CLOSE DIVTAB.
008020     IF WS-CARD-NUMBER = ZERO
008030         MOVE "EMPTY - PROBLEM1 WOULD SUM NO DIVISORS"
008040             TO WS-LINE-TEXT
008050         PERFORM 8100-WRITE-ERROR-LINE THRU 8100-EXIT
008060     END-IF.
008070 3200-EXIT.
008080     EXIT.
008090
008100 3300-EDIT-DIVTAB-CARD.
008110     READ DIVTAB
008120         AT END
008130             SET FILE-EOF TO TRUE
008140             GO TO 3300-EXIT
008150     END-READ.
008160     ADD 1 TO WS-CARD-NUMBER.
008170     MOVE DIVTAB-REC TO WS-CARD-IMAGE.
008180     IF DIVTAB-DIVISOR IS NOT NUMERIC
008190         MOVE "DIVISOR NOT NUMERIC" TO WS-LINE-TEXT
008200         PERFORM 8100-WRITE-ERROR-LINE THRU 8100-EXIT
008210         GO TO 3300-EXIT
008220     END-IF.
008230     IF DIVTAB-DIVISOR = ZERO
008240         MOVE "DIVISOR IS ZERO" TO WS-LINE-TEXT
008250         PERFORM 8100-WRITE-ERROR-LINE THRU 8100-EXIT
008260         GO TO 3300-EXIT
008270     END-IF.
008280     IF DIVTAB-SIGN NOT = '+' AND NOT = '-' AND NOT = SPACE
008290         STRING "SIGN " DIVTAB-SIGN " IS NOT + OR -"
008300             DELIMITED BY SIZE INTO WS-LINE-TEXT
008310         PERFORM 8100-WRITE-ERROR-LINE THRU 8100-EXIT
008320         GO TO 3300-EXIT
008330     END-IF.
008340     PERFORM 8000-WRITE-OK-LINE THRU 8000-EXIT.
008350 3300-EXIT.
008360     EXIT.
008370
008380*-----------------------------------------------------------------
008390* 3400-EDIT-SEEDPARM -- PROBLEM2'S SEED-SET CARDS (ONE PER SWEEP
008400* SET).  THE SEEDS MUST BE NUMERIC AND NOT BOTH ZERO, THE MODE
008410* E, O OR A (BLANK TAKES THE DEFAULT), AND THE LIMIT NUMERIC,
008420* NONZERO -- A SWEEP SET FAILS ON A ZERO LIMIT -- AND WITHIN THE
008430* OPERATOR'S PROBLEM2 CEILING.  AN ABSENT OR EMPTY FILE
008440* SCHEDULES THE DEFAULT SEED SET.
008450*-----------------------------------------------------------------
008460 3400-EDIT-SEEDPARM.
008470     MOVE "SEEDPARM" TO WS-LINE-DDNAME.
008480     MOVE ZERO TO WS-CARD-NUMBER.
008490     MOVE SPACES TO WS-CARD-IMAGE.
008500     MOVE 'N' TO WS-EOF-FLAG.
008510     MOVE "PROBLEM2" TO WS-CHECK-PROGRAM.
008520     PERFORM 7000-CHECK-PROGRAM THRU 7000-EXIT.
008530     OPEN INPUT SEEDPARM.
008540     IF SEEDPARM-NOT-FOUND
008550         ADD 1 TO WS-NOT-PRESENT-COUNT
008560         MOVE "NOT PRESENT - PROBLEM2 DEFAULT SEEDS APPLY"
008570             TO WS-LINE-TEXT
008580         PERFORM 8000-WRITE-OK-LINE THRU 8000-EXIT
008590         PERFORM 3450-SCHEDULE-P2-DEFAULT THRU 3450-EXIT
008600         GO TO 3400-EXIT
008610     END-IF.
008620     IF NOT SEEDPARM-OK
008630         STRING "UNABLE TO OPEN SEEDPARM, STATUS "
008640             WS-SEEDPARM-STATUS
008650             DELIMITED BY SIZE INTO WS-LINE-TEXT
008660         PERFORM 8100-WRITE-ERROR-LINE THRU 8100-EXIT
008670         GO TO 3400-EXIT
008680     END-IF.
008690     PERFORM 3500-EDIT-SEEDPARM-CARD THRU 3500-EXIT
008700         UNTIL FILE-EOF.
008710     CLOSE SEEDPARM.
008720     IF WS-CARD-NUMBER = ZERO
008730         MOVE "EMPTY - PROBLEM2 DEFAULT SEEDS APPLY"
008740             TO WS-LINE-TEXT
008750         PERFORM 8000-WRITE-OK-LINE THRU 8000-EXIT
008760         PERFORM 3450-SCHEDULE-P2-DEFAULT THRU 3450-EXIT
008770     END-IF.
008780 3400-EXIT.
008790     EXIT.
008800
008810 3450-SCHEDULE-P2-DEFAULT.
008820     MOVE "PROBLEM2" TO WS-NEW-SET-PROGRAM.
008830     MOVE WS-P2-DEFAULT-LIMIT TO WS-NEW-SET-LIMIT.
008840     MOVE WS-P2-DEFAULT-FIB1 TO WS-NEW-SET-FIB1.
008850     MOVE WS-P2-DEFAULT-FIB2 TO WS-NEW-SET-FIB2.
008860     MOVE WS-P2-DEFAULT-MODE TO WS-NEW-SET-MODE.
008870     PERFORM 7100-ADD-SCHEDULED-SET THRU 7100-EXIT.
008880 3450-EXIT.
008890     EXIT.
008900
008910 3500-EDIT-SEEDPARM-CARD.
008920     READ SEEDPARM
008930         AT END
008940             SET FILE-EOF TO TRUE
008950             GO TO 3500-EXIT
008960     END-READ.
008970     ADD 1 TO WS-CARD-NUMBER.
008980     MOVE SEEDPARM-REC TO WS-CARD-IMAGE.
008990     IF SEEDPARM-FIB1 IS NOT NUMERIC
009000             OR SEEDPARM-FIB2 IS NOT NUMERIC
009010         MOVE "SEED FIB1/FIB2 NOT NUMERIC" TO WS-LINE-TEXT
009020         PERFORM 8100-WRITE-ERROR-LINE THRU 8100-EXIT
009030         GO TO 3500-EXIT
009040     END-IF.
009050     IF SEEDPARM-FIB1 = ZERO AND SEEDPARM-FIB2 = ZERO
009060         MOVE "SEED FIB1/FIB2 CANNOT BOTH BE ZERO"
009070             TO WS-LINE-TEXT
009080         PERFORM 8100-WRITE-ERROR-LINE THRU 8100-EXIT
009090         GO TO 3500-EXIT
009100     END-IF.
009110     IF SEEDPARM-MODE NOT = 'E' AND NOT = 'O' AND NOT = 'A'
009120             AND NOT = SPACE
009130         STRING "MODE " SEEDPARM-MODE " IS NOT E, O OR A"
009140             DELIMITED BY SIZE INTO WS-LINE-TEXT
009150         PERFORM 8100-WRITE-ERROR-LINE THRU 8100-EXIT
009160         GO TO 3500-EXIT
009170     END-IF.
009180     IF SEEDPARM-LIMIT IS NOT NUMERIC
009190         MOVE "LOOP-LIMIT NOT NUMERIC" TO WS-LINE-TEXT
009200         PERFORM 8100-WRITE-ERROR-LINE THRU 8100-EXIT
009210         GO TO 3500-EXIT
009220     END-IF.
009230     IF SEEDPARM-LIMIT = ZERO
009240         MOVE "LOOP-LIMIT IS ZERO" TO WS-LINE-TEXT
009250         PERFORM 8100-WRITE-ERROR-LINE THRU 8100-EXIT
009260         GO TO 3500-EXIT
009270     END-IF.
009280     MOVE "PROBLEM2" TO WS-NEW-SET-PROGRAM.
009290     MOVE SEEDPARM-LIMIT TO WS-NEW-SET-LIMIT.
009300     MOVE SEEDPARM-FIB1 TO WS-NEW-SET-FIB1.
009310     MOVE SEEDPARM-FIB2 TO WS-NEW-SET-FIB2.
009320     IF SEEDPARM-MODE = SPACE
009330         MOVE WS-P2-DEFAULT-MODE TO WS-NEW-SET-MODE
009340     ELSE
009350         MOVE SEEDPARM-MODE TO WS-NEW-SET-MODE
009360     END-IF.
009370     PERFORM 7100-ADD-SCHEDULED-SET THRU 7100-EXIT.
009380     IF WS-CHECK-REASON NOT = SPACES
009390         MOVE WS-CHECK-REASON TO WS-LINE-TEXT
009400         PERFORM 8100-WRITE-ERROR-LINE THRU 8100-EXIT
009410         GO TO 3500-EXIT
009420     END-IF.
009430     IF SEEDPARM-LIMIT > WS-CHECK-CEILING
009440         PERFORM 7300-CEILING-REASON THRU 7300-EXIT
009450         PERFORM 8100-WRITE-ERROR-LINE THRU 8100-EXIT
009460         GO TO 3500-EXIT
009470     END-IF.
009480     PERFORM 8000-WRITE-OK-LINE THRU 8000-EXIT.
009490 3500-EXIT.
009500     EXIT.
009510
009520*-----------------------------------------------------------------
009530* 3600-EDIT-FACTPARM -- PROBLEM3'S TARGET CARD.  THE TARGET MUST
009540* BE NUMERIC, AT LEAST 2 AND WITHIN THE OPERATOR'S PROBLEM3
009550* CEILING; PROBLEM3 READS ONLY ONE CARD.  AN ABSENT OR EMPTY
009560* FILE SCHEDULES THE DEFAULT TARGET.
009570*-----------------------------------------------------------------
009580 3600-EDIT-FACTPARM.
009590     MOVE "FACTPARM" TO WS-LINE-DDNAME.
009600     MOVE ZERO TO WS-CARD-NUMBER.
009610     MOVE SPACES TO WS-CARD-IMAGE.
009620     MOVE 'N' TO WS-EOF-FLAG.
009630     MOVE "PROBLEM3" TO WS-CHECK-PROGRAM.
009640     PERFORM 7000-CHECK-PROGRAM THRU 7000-EXIT.
009650     OPEN INPUT FACTPARM.
009660     IF FACTPARM-NOT-FOUND
009670         ADD 1 TO WS-NOT-PRESENT-COUNT
009680         MOVE "NOT PRESENT - PROBLEM3 DEFAULT TARGET APPLIES"
009690             TO WS-LINE-TEXT
009700         PERFORM 8000-WRITE-OK-LINE THRU 8000-EXIT
009710         PERFORM 3650-SCHEDULE-P3-DEFAULT THRU 3650-EXIT
009720         GO TO 3600-EXIT
009730     END-IF.
009740     IF NOT FACTPARM-OK
009750         STRING "UNABLE TO OPEN FACTPARM, STATUS "
009760             WS-FACTPARM-STATUS
009770             DELIMITED BY SIZE INTO WS-LINE-TEXT
009780         PERFORM 8100-WRITE-ERROR-LINE THRU 8100-EXIT
009790         GO TO 3600-EXIT
009800     END-IF.
009810     PERFORM 3700-EDIT-FACTPARM-CARD THRU 3700-EXIT
009820         UNTIL FILE-EOF.
009830     CLOSE FACTPARM.
009840     IF WS-CARD-NUMBER = ZERO
009850         MOVE "EMPTY - PROBLEM3 DEFAULT TARGET APPLIES"
009860             TO WS-LINE-TEXT
009870         PERFORM 8000-WRITE-OK-LINE THRU 8000-EXIT
009880         PERFORM 3650-SCHEDULE-P3-DEFAULT THRU 3650-EXIT
009890     END-IF.
009900 3600-EXIT.
009910     EXIT.
009920
009930 3650-SCHEDULE-P3-DEFAULT.
009940     MOVE "PROBLEM3" TO WS-NEW-SET-PROGRAM.
009950     MOVE WS-P3-DEFAULT-TARGET TO WS-NEW-SET-LIMIT.
009960     MOVE ZERO TO WS-NEW-SET-FIB1 WS-NEW-SET-FIB2.
009970     MOVE SPACE TO WS-NEW-SET-MODE.
009980     PERFORM 7100-ADD-SCHEDULED-SET THRU 7100-EXIT.
009990 3650-EXIT.
010000     EXIT.
010010
010020 3700-EDIT-FACTPARM-CARD.
010030     READ FACTPARM
010040         AT END
010050             SET FILE-EOF TO TRUE
010060             GO TO 3700-EXIT
010070     END-READ.
010080     ADD 1 TO WS-CARD-NUMBER.
010090     MOVE FACTPARM-REC TO WS-CARD-IMAGE.
010100     IF WS-CARD-NUMBER > 1
010110         MOVE "EXTRA CARD - ONLY THE FIRST IS READ"
010120             TO WS-LINE-TEXT
010130         PERFORM 8100-WRITE-ERROR-LINE THRU 8100-EXIT
010140         GO TO 3700-EXIT
010150     END-IF.
010160     IF FACTPARM-TARGET IS NOT NUMERIC
010170         MOVE "TARGET NOT NUMERIC" TO WS-LINE-TEXT
010180         PERFORM 8100-WRITE-ERROR-LINE THRU 8100-EXIT
010190         GO TO 3700-EXIT
010200     END-IF.
010210     IF FACTPARM-TARGET < WS-P3-MIN-TARGET
010220         MOVE "TARGET IS BELOW 2 AND HAS NO PRIME FACTOR"
010230             TO WS-LINE-TEXT
010240         PERFORM 8100-WRITE-ERROR-LINE THRU 8100-EXIT
010250         GO TO 3700-EXIT
010260     END-IF.
010270     MOVE "PROBLEM3" TO WS-NEW-SET-PROGRAM.
010280     MOVE FACTPARM-TARGET TO WS-NEW-SET-LIMIT.
010290     MOVE ZERO TO WS-NEW-SET-FIB1 WS-NEW-SET-FIB2.
010300     MOVE SPACE TO WS-NEW-SET-MODE.
010310     PERFORM 7100-ADD-SCHEDULED-SET THRU 7100-EXIT.
010320     IF WS-CHECK-REASON NOT = SPACES
010330         MOVE WS-CHECK-REASON TO WS-LINE-TEXT
010340         PERFORM 8100-WRITE-ERROR-LINE THRU 8100-EXIT
010350         GO TO 3700-EXIT
010360     END-IF.
010370     IF FACTPARM-TARGET > WS-CHECK-CEILING
010380         PERFORM 7300-CEILING-REASON THRU 7300-EXIT
010390         PERFORM 8100-WRITE-ERROR-LINE THRU 8100-EXIT
010400         GO TO 3700-EXIT
010410     END-IF.
010420     PERFORM 8000-WRITE-OK-LINE THRU 8000-EXIT.
010430 3700-EXIT.
010440     EXIT.
010450
010460*-----------------------------------------------------------------
010470* 3800-EDIT-REUSECTL -- THE PRIOR-RESULT REUSE SWITCH.  ONLY
010480* 'FRESH' TURNS REUSE OFF; ANY OTHER VALUE SILENTLY LEAVES IT ON,
010490* SO A CARD THAT IS NEITHER 'FRESH' NOR 'REUSE' IS AN ERROR.
010500*-----------------------------------------------------------------
010510 3800-EDIT-REUSECTL.
010520     MOVE "REUSECTL" TO WS-LINE-DDNAME.
010530     MOVE ZERO TO WS-CARD-NUMBER.
010540     MOVE SPACES TO WS-CARD-IMAGE.
010550     MOVE 'N' TO WS-EOF-FLAG.
010560     OPEN INPUT REUSECTL.
010570     IF REUSECTL-NOT-FOUND
010580         ADD 1 TO WS-NOT-PRESENT-COUNT
010590         MOVE "NOT PRESENT - PRIOR-RESULT REUSE ON"
010600             TO WS-LINE-TEXT
010610         PERFORM 8000-WRITE-OK-LINE THRU 8000-EXIT
010620         GO TO 3800-EXIT
010630     END-IF.
010640     IF NOT REUSECTL-OK
010650         STRING "UNABLE TO OPEN REUSECTL, STATUS "
010660             WS-REUSECTL-STATUS
010670             DELIMITED BY SIZE INTO WS-LINE-TEXT
010680         PERFORM 8100-WRITE-ERROR-LINE THRU 8100-EXIT
010690         GO TO 3800-EXIT
010700     END-IF.
010710     PERFORM 3900-EDIT-REUSECTL-CARD THRU 3900-EXIT
010720         UNTIL FILE-EOF.
010730     CLOSE REUSECTL.
010740 3800-EXIT.
010750     EXIT.
010760
010770 3900-EDIT-REUSECTL-CARD.
010780     READ REUSECTL
010790         AT END
010800             SET FILE-EOF TO TRUE
010810             GO TO 3900-EXIT
010820     END-READ.
010830     ADD 1 TO WS-CARD-NUMBER.
010840     MOVE REUSECTL-REC TO WS-CARD-IMAGE.
010850     IF WS-CARD-NUMBER > 1
010860         MOVE "EXTRA CARD - ONLY THE FIRST IS READ"
010870             TO WS-LINE-TEXT
010880         PERFORM 8100-WRITE-ERROR-LINE THRU 8100-EXIT
010890         GO TO 3900-EXIT
010900     END-IF.
010910     IF FUNCTION TRIM(REUSECTL-OPTION) NOT = 'FRESH'
010920             AND FUNCTION TRIM(REUSECTL-OPTION) NOT = 'REUSE'
010930         MOVE "OPTION IS NOT FRESH OR REUSE" TO WS-LINE-TEXT
010940         PERFORM 8100-WRITE-ERROR-LINE THRU 8100-EXIT
010950         GO TO 3900-EXIT
010960     END-IF.
010970     PERFORM 8000-WRITE-OK-LINE THRU 8000-EXIT.
010980 3900-EXIT.
010990     EXIT.
011000
011010*-----------------------------------------------------------------
011020* 4000-EDIT-EXPECTED -- EULERVFY'S ANSWER SHEET.  EULERVFY ABENDS
011030* ON AN ABSENT OR EMPTY FILE, SO EITHER IS AN ERROR.  EACH ENTRY
011040* MUST BE FULLY NUMERIC WITH A VALID MODE, ITS PROGRAM MUST BE
011050* PLANNED ON JOBPLAN, AND -- FOR A PROGRAM WHOSE PARAMETER CARDS
011060* WERE EDITED ABOVE -- ITS PARAMETER SET MUST BE ONE THAT PROGRAM
011070* IS SCHEDULED TO RUN.  AN ENTRY FOR ANYTHING ELSE CAN ONLY EVER
011080* FAIL VERIFICATION AS A RUN THAT NEVER RAN.
011090*-----------------------------------------------------------------
011100 4000-EDIT-EXPECTED.
011110     MOVE "EXPECTED" TO WS-LINE-DDNAME.
011120     MOVE ZERO TO WS-CARD-NUMBER.
011130     MOVE SPACES TO WS-CARD-IMAGE.
011140     MOVE 'N' TO WS-EOF-FLAG.
011150     OPEN INPUT EXPECTED.
011160     IF EXPECTED-NOT-FOUND
011170         ADD 1 TO WS-NOT-PRESENT-COUNT
011180         MOVE "NOT PRESENT - EULERVFY WOULD ABEND"
011190             TO WS-LINE-TEXT
011200         PERFORM 8100-WRITE-ERROR-LINE THRU 8100-EXIT
011210         GO TO 4000-EXIT
011220     END-IF.
011230     IF NOT EXPECTED-OK
011240         STRING "UNABLE TO OPEN EXPECTED, STATUS "
011250             WS-EXPECTED-STATUS
011260             DELIMITED BY SIZE INTO WS-LINE-TEXT
011270         PERFORM 8100-WRITE-ERROR-LINE THRU 8100-EXIT
011280         GO TO 4000-EXIT
011290     END-IF.
011300     IF SET-TABLE-OVERFLOW
011310         MOVE "SCHEDULED-SET TABLE FULL - NOT ALL SETS CHECKED"
011320             TO WS-LINE-TEXT
011330         PERFORM 8100-WRITE-ERROR-LINE THRU 8100-EXIT
011340     END-IF.
011350     PERFORM 4100-EDIT-EXPECTED-CARD THRU 4100-EXIT
011360         UNTIL FILE-EOF.
011370     CLOSE EXPECTED.
011380     IF WS-CARD-NUMBER = ZERO
011390         MOVE "EMPTY - EULERVFY WOULD ABEND" TO WS-LINE-TEXT
011400         PERFORM 8100-WRITE-ERROR-LINE THRU 8100-EXIT
011410     END-IF.
011420 4000-EXIT.
011430     EXIT.
011440
011450 4100-EDIT-EXPECTED-CARD.
011460     READ EXPECTED
011470         AT END
011480             SET FILE-EOF TO TRUE
011490             GO TO 4100-EXIT
011500     END-READ.
011510     ADD 1 TO WS-CARD-NUMBER.
011520     MOVE EXPECTED-REC TO WS-CARD-IMAGE.
011530     IF EXPECTED-PROGRAM-ID = SPACES
011540         MOVE "PROGRAM ID MISSING" TO WS-LINE-TEXT
011550         PERFORM 8100-WRITE-ERROR-LINE THRU 8100-EXIT
011560         GO TO 4100-EXIT
011570     END-IF.
011580     IF EXPECTED-LOOP-LIMIT IS NOT NUMERIC
011590             OR EXPECTED-SEED-FIB1 IS NOT NUMERIC
011600             OR EXPECTED-SEED-FIB2 IS NOT NUMERIC
011610             OR EXPECTED-RESULT-VALUE IS NOT NUMERIC
011620         MOVE "LIMIT, SEED OR RESULT NOT NUMERIC"
011630             TO WS-LINE-TEXT
011640         PERFORM 8100-WRITE-ERROR-LINE THRU 8100-EXIT
011650         GO TO 4100-EXIT
011660     END-IF.
011670     IF EXPECTED-SEED-MODE NOT = 'E' AND NOT = 'O'
011680             AND NOT = 'A' AND NOT = SPACE
011690         STRING "MODE " EXPECTED-SEED-MODE
011700             " IS NOT E, O OR A"
011710             DELIMITED BY SIZE INTO WS-LINE-TEXT
011720         PERFORM 8100-WRITE-ERROR-LINE THRU 8100-EXIT
011730         GO TO 4100-EXIT
011740     END-IF.
011750     MOVE 'N' TO WS-PLANNED-FLAG.
011760     PERFORM 4150-FIND-PLANNED-PROGRAM THRU 4150-EXIT
011770         VARYING SUB-1 FROM 1 BY 1
011780         UNTIL SUB-1 > WS-PLAN-ENTRY-COUNT
011790             OR PROGRAM-PLANNED.
011800     IF NOT PROGRAM-PLANNED
011810         STRING "PROGRAM " EXPECTED-PROGRAM-ID
011820             " IS NOT PLANNED ON JOBPLAN"
011830             DELIMITED BY SIZE INTO WS-LINE-TEXT
011840         PERFORM 8100-WRITE-ERROR-LINE THRU 8100-EXIT
011850         GO TO 4100-EXIT
011860     END-IF.
011870     MOVE 'N' TO WS-SET-SEEN-FLAG.
011880     MOVE 'N' TO WS-SET-MATCH-FLAG.
011890     PERFORM 4200-MATCH-SCHEDULED-SET THRU 4200-EXIT
011900         VARYING SUB-1 FROM 1 BY 1
011910         UNTIL SUB-1 > WS-SET-ENTRY-COUNT
011920             OR SET-MATCHED.
011930     IF PROGRAM-HAS-SETS AND NOT SET-MATCHED
011940         STRING "NO MATCHING PARAMETER SET SCHEDULED FOR "
011950             EXPECTED-PROGRAM-ID
011960             DELIMITED BY SIZE INTO WS-LINE-TEXT
011970         PERFORM 8100-WRITE-ERROR-LINE THRU 8100-EXIT
011980         GO TO 4100-EXIT
011990     END-IF.
012000     PERFORM 8000-WRITE-OK-LINE THRU 8000-EXIT.
012010 4100-EXIT.
012020     EXIT.
012030
012040 4150-FIND-PLANNED-PROGRAM.
012050     IF WS-PLAN-PROGRAM (SUB-1) = EXPECTED-PROGRAM-ID
012060         SET PROGRAM-PLANNED TO TRUE
012070     END-IF.
012080 4150-EXIT.
012090     EXIT.
012100
012110 4200-MATCH-SCHEDULED-SET.
012120     IF WS-SET-PROGRAM (SUB-1) = EXPECTED-PROGRAM-ID
012130         SET PROGRAM-HAS-SETS TO TRUE
012140         IF WS-SET-LIMIT (SUB-1) = EXPECTED-LOOP-LIMIT
012150                 AND WS-SET-FIB1 (SUB-1) = EXPECTED-SEED-FIB1
012160                 AND WS-SET-FIB2 (SUB-1) = EXPECTED-SEED-FIB2
012170                 AND WS-SET-MODE (SUB-1) = EXPECTED-SEED-MODE
012180             SET SET-MATCHED TO TRUE
012190         END-IF
012200     END-IF.
012210 4200-EXIT.
012220     EXIT.
012230
012240*-----------------------------------------------------------------
012250* 4400-EDIT-MONCTL -- EULERMON'S THRESHOLD CARDS.  EULERMON
012260* ABENDS ON AN ABSENT OR EMPTY FILE AND SKIPS A CARD OF UNKNOWN
012270* TYPE OR NONNUMERIC THRESHOLD, SO EACH IS AN ERROR, AS IS A
012280* CARD WITH NO KEY TO COUNT AGAINST.
012290*-----------------------------------------------------------------
012300 4400-EDIT-MONCTL.
012310     MOVE "MONCTL" TO WS-LINE-DDNAME.
012320     MOVE ZERO TO WS-CARD-NUMBER.
012330     MOVE SPACES TO WS-CARD-IMAGE.
012340     MOVE 'N' TO WS-EOF-FLAG.
012350     OPEN INPUT MONCTL.
012360     IF MONCTL-NOT-FOUND
012370         ADD 1 TO WS-NOT-PRESENT-COUNT
012380         MOVE "NOT PRESENT - EULERMON WOULD ABEND"
012390             TO WS-LINE-TEXT
012400         PERFORM 8100-WRITE-ERROR-LINE THRU 8100-EXIT
012410         GO TO 4400-EXIT
012420     END-IF.
012430     IF NOT MONCTL-OK
012440         STRING "UNABLE TO OPEN MONCTL, STATUS "
012450             WS-MONCTL-STATUS
012460             DELIMITED BY SIZE INTO WS-LINE-TEXT
012470         PERFORM 8100-WRITE-ERROR-LINE THRU 8100-EXIT
012480         GO TO 4400-EXIT
012490     END-IF.
012500     PERFORM 4500-EDIT-MONCTL-CARD THRU 4500-EXIT
012510         UNTIL FILE-EOF.
012520     CLOSE MONCTL.
012530     IF WS-CARD-NUMBER = ZERO
012540         MOVE "EMPTY - EULERMON WOULD ABEND" TO WS-LINE-TEXT
012550         PERFORM 8100-WRITE-ERROR-LINE THRU 8100-EXIT
012560     END-IF.
012570 4400-EXIT.
012580     EXIT.
012590
012600 4500-EDIT-MONCTL-CARD.
012610     READ MONCTL
012620         AT END
012630             SET FILE-EOF TO TRUE
012640             GO TO 4500-EXIT
012650     END-READ.
012660     ADD 1 TO WS-CARD-NUMBER.
012670     MOVE MONCTL-REC TO WS-CARD-IMAGE.
012680     IF NOT MONCTL-BY-MSG-ID AND NOT MONCTL-BY-SEVERITY
012690             AND NOT MONCTL-BY-PROGRAM
012700         STRING "CARD TYPE " MONCTL-TYPE " IS NOT M, S OR P"
012710             DELIMITED BY SIZE INTO WS-LINE-TEXT
012720         PERFORM 8100-WRITE-ERROR-LINE THRU 8100-EXIT
012730         GO TO 4500-EXIT
012740     END-IF.
012750     IF MONCTL-KEY = SPACES
012760         MOVE "THRESHOLD KEY MISSING" TO WS-LINE-TEXT
012770         PERFORM 8100-WRITE-ERROR-LINE THRU 8100-EXIT
012780         GO TO 4500-EXIT
012790     END-IF.
012800     IF MONCTL-THRESHOLD IS NOT NUMERIC
012810         MOVE "THRESHOLD NOT NUMERIC" TO WS-LINE-TEXT
012820         PERFORM 8100-WRITE-ERROR-LINE THRU 8100-EXIT
012830         GO TO 4500-EXIT
012840     END-IF.
012850     PERFORM 8000-WRITE-OK-LINE THRU 8000-EXIT.
012860 4500-EXIT.
012870     EXIT.
012880
012890*-----------------------------------------------------------------
012900* 4600-EDIT-RETNCTL -- EULERPRG'S RETENTION-DAYS CARD.  EULERPRG
012910* ABENDS ON AN ABSENT FILE OR A MISSING, NONNUMERIC OR ZERO DAY
012920* COUNT, SO EACH IS AN ERROR.
012930*-----------------------------------------------------------------
012940 4600-EDIT-RETNCTL.
012950     MOVE "RETNCTL" TO WS-LINE-DDNAME.
012960     MOVE ZERO TO WS-CARD-NUMBER.
012970     MOVE SPACES TO WS-CARD-IMAGE.
012980     MOVE 'N' TO WS-EOF-FLAG.
012990     OPEN INPUT RETNCTL.
013000     IF RETNCTL-NOT-FOUND
013010         ADD 1 TO WS-NOT-PRESENT-COUNT
013020         MOVE "NOT PRESENT - EULERPRG WOULD ABEND"
013030             TO WS-LINE-TEXT
013040         PERFORM 8100-WRITE-ERROR-LINE THRU 8100-EXIT
013050         GO TO 4600-EXIT
013060     END-IF.
013070     IF NOT RETNCTL-OK
013080         STRING "UNABLE TO OPEN RETNCTL, STATUS "
013090             WS-RETNCTL-STATUS
013100             DELIMITED BY SIZE INTO WS-LINE-TEXT
013110         PERFORM 8100-WRITE-ERROR-LINE THRU 8100-EXIT
013120         GO TO 4600-EXIT
013130     END-IF.
013140     PERFORM 4700-EDIT-RETNCTL-CARD THRU 4700-EXIT
013150         UNTIL FILE-EOF.
013160     CLOSE RETNCTL.
013170     IF WS-CARD-NUMBER = ZERO
013180         MOVE "EMPTY - EULERPRG WOULD ABEND" TO WS-LINE-TEXT
013190         PERFORM 8100-WRITE-ERROR-LINE THRU 8100-EXIT
013200     END-IF.
013210 4600-EXIT.
013220     EXIT.
013230
013240 4700-EDIT-RETNCTL-CARD.
013250     READ RETNCTL
013260         AT END
013270             SET FILE-EOF TO TRUE
013280             GO TO 4700-EXIT
013290     END-READ.
013300     ADD 1 TO WS-CARD-NUMBER.
013310     MOVE RETNCTL-REC TO WS-CARD-IMAGE.
013320     IF WS-CARD-NUMBER > 1
013330         MOVE "EXTRA CARD - ONLY THE FIRST IS READ"
013340             TO WS-LINE-TEXT
013350         PERFORM 8100-WRITE-ERROR-LINE THRU 8100-EXIT
013360         GO TO 4700-EXIT
013370     END-IF.
013380     IF RETNCTL-DAYS IS NOT NUMERIC
013390         MOVE "RETENTION DAYS NOT NUMERIC" TO WS-LINE-TEXT
013400         PERFORM 8100-WRITE-ERROR-LINE THRU 8100-EXIT
013410         GO TO 4700-EXIT
013420     END-IF.
013430     IF RETNCTL-DAYS = ZERO
013440         MOVE "RETENTION DAYS IS ZERO" TO WS-LINE-TEXT
013450         PERFORM 8100-WRITE-ERROR-LINE THRU 8100-EXIT
013460         GO TO 4700-EXIT
013470     END-IF.
013480     PERFORM 8000-WRITE-OK-LINE THRU 8000-EXIT.
013490 4700-EXIT.
013500     EXIT.
013510
013520*-----------------------------------------------------------------
013530* 4800-EDIT-EXTPARM -- EULEREXT'S SELECTION CARD.  EVERY FIELD
013540* MAY BE LEFT BLANK TO DEFAULT, BUT A SOURCE THAT IS NOT
013550* EULERRES, HISTFILE OR BOTH, OR A DATE THAT IS NOT A REAL
013560* YYYYMMDD, IS SILENTLY DEFAULTED BY EULEREXT -- SO EACH IS AN
013570* ERROR HERE, AS IS A FROM DATE AFTER THE TO DATE.
013580*-----------------------------------------------------------------
013590 4800-EDIT-EXTPARM.
013600     MOVE "EXTPARM" TO WS-LINE-DDNAME.
013610     MOVE ZERO TO WS-CARD-NUMBER.
013620     MOVE SPACES TO WS-CARD-IMAGE.
013630     MOVE 'N' TO WS-EOF-FLAG.
013640     OPEN INPUT EXTPARM.
013650     IF EXTPARM-NOT-FOUND
013660         ADD 1 TO WS-NOT-PRESENT-COUNT
013670         MOVE "NOT PRESENT - EXTRACT DEFAULTS APPLY"
013680             TO WS-LINE-TEXT
013690         PERFORM 8000-WRITE-OK-LINE THRU 8000-EXIT
013700         GO TO 4800-EXIT
013710     END-IF.
013720     IF NOT EXTPARM-OK
013730         STRING "UNABLE TO OPEN EXTPARM, STATUS "
013740             WS-EXTPARM-STATUS
013750             DELIMITED BY SIZE INTO WS-LINE-TEXT
013760         PERFORM 8100-WRITE-ERROR-LINE THRU 8100-EXIT
013770         GO TO 4800-EXIT
013780     END-IF.
013790     PERFORM 4900-EDIT-EXTPARM-CARD THRU 4900-EXIT
013800         UNTIL FILE-EOF.
013810     CLOSE EXTPARM.
013820 4800-EXIT.
013830     EXIT.
013840
013850 4900-EDIT-EXTPARM-CARD.
013860     READ EXTPARM
013870         AT END
013880             SET FILE-EOF TO TRUE
013890             GO TO 4900-EXIT
013900     END-READ.
013910     ADD 1 TO WS-CARD-NUMBER.
013920     MOVE EXTPARM-REC TO WS-CARD-IMAGE.
013930     IF WS-CARD-NUMBER > 1
013940         MOVE "EXTRA CARD - ONLY THE FIRST IS READ"
013950             TO WS-LINE-TEXT
013960         PERFORM 8100-WRITE-ERROR-LINE THRU 8100-EXIT
013970         GO TO 4900-EXIT
013980     END-IF.
013990     IF EXTPARM-SOURCE NOT = "EULERRES"
014000             AND NOT = "HISTFILE"
014010             AND NOT = "BOTH"
014020             AND NOT = SPACES
014030         MOVE "SOURCE IS NOT EULERRES, HISTFILE OR BOTH"
014040             TO WS-LINE-TEXT
014050         PERFORM 8100-WRITE-ERROR-LINE THRU 8100-EXIT
014060         GO TO 4900-EXIT
014070     END-IF.
014080     IF EXTPARM-FROM-DATE NOT = SPACES
014090             AND EXTPARM-FROM-DATE NOT = "00000000"
014100         MOVE EXTPARM-FROM-DATE TO WS-CHECK-DATE
014110         PERFORM 7200-CHECK-DATE THRU 7200-EXIT
014120         IF NOT DATE-VALID
014130             MOVE "FROM DATE IS NOT A VALID YYYYMMDD"
014140                 TO WS-LINE-TEXT
014150             PERFORM 8100-WRITE-ERROR-LINE THRU 8100-EXIT
014160             GO TO 4900-EXIT
014170         END-IF
014180     END-IF.
014190     IF EXTPARM-TO-DATE NOT = SPACES
014200             AND EXTPARM-TO-DATE NOT = "00000000"
014210         MOVE EXTPARM-TO-DATE TO WS-CHECK-DATE
014220         PERFORM 7200-CHECK-DATE THRU 7200-EXIT
014230         IF NOT DATE-VALID
014240             MOVE "TO DATE IS NOT A VALID YYYYMMDD"
014250                 TO WS-LINE-TEXT
014260             PERFORM 8100-WRITE-ERROR-LINE THRU 8100-EXIT
014270             GO TO 4900-EXIT
014280         END-IF
014290         IF EXTPARM-FROM-DATE IS NUMERIC
014300                 AND EXTPARM-FROM-DATE > EXTPARM-TO-DATE
014310             MOVE "FROM DATE IS AFTER TO DATE" TO WS-LINE-TEXT
014320             PERFORM 8100-WRITE-ERROR-LINE THRU 8100-EXIT
014330             GO TO 4900-EXIT
014340         END-IF
014350     END-IF.
014360     PERFORM 8000-WRITE-OK-LINE THRU 8000-EXIT.
014370 4900-EXIT.
014380     EXIT.
014390
014400*-----------------------------------------------------------------
014410* 5000-EDIT-RSTCTL -- EULERRST'S ARCHIVE RETRIEVAL REQUEST.  THE
014420* CARD IS ONLY ALLOCATED ON A NIGHT A RETRIEVAL IS WANTED, SO AN
014430* ABSENT FILE IS NORMAL; A PRESENT ONE MUST NAME A PROGRAM (OR
014440* 'ALL') AND A VALID FROM/TO DATE RANGE, OR EULERRST ABENDS.
014450*-----------------------------------------------------------------
014460 5000-EDIT-RSTCTL.
014470     MOVE "RSTCTL" TO WS-LINE-DDNAME.
014480     MOVE ZERO TO WS-CARD-NUMBER.
014490     MOVE SPACES TO WS-CARD-IMAGE.
014500     MOVE 'N' TO WS-EOF-FLAG.
014510     OPEN INPUT RSTCTL.
014520     IF RSTCTL-NOT-FOUND
014530         ADD 1 TO WS-NOT-PRESENT-COUNT
014540         MOVE "NOT PRESENT - NO ARCHIVE RETRIEVAL REQUESTED"
014550             TO WS-LINE-TEXT
014560         PERFORM 8000-WRITE-OK-LINE THRU 8000-EXIT
014570         GO TO 5000-EXIT
014580     END-IF.
014590     IF NOT RSTCTL-OK
014600         STRING "UNABLE TO OPEN RSTCTL, STATUS "
014610             WS-RSTCTL-STATUS
014620             DELIMITED BY SIZE INTO WS-LINE-TEXT
014630         PERFORM 8100-WRITE-ERROR-LINE THRU 8100-EXIT
014640         GO TO 5000-EXIT
014650     END-IF.
014660     PERFORM 5100-EDIT-RSTCTL-CARD THRU 5100-EXIT
014670         UNTIL FILE-EOF.
014680     CLOSE RSTCTL.
014690     IF WS-CARD-NUMBER = ZERO
014700         MOVE "EMPTY - EULERRST WOULD ABEND" TO WS-LINE-TEXT
014710         PERFORM 8100-WRITE-ERROR-LINE THRU 8100-EXIT
014720     END-IF.
014730 5000-EXIT.
014740     EXIT.
014750
014760 5100-EDIT-RSTCTL-CARD.
014770     READ RSTCTL
014780         AT END
014790             SET FILE-EOF TO TRUE
014800             GO TO 5100-EXIT
014810     END-READ.
014820     ADD 1 TO WS-CARD-NUMBER.
014830     MOVE RSTCTL-REC TO WS-CARD-IMAGE.
014840     IF WS-CARD-NUMBER > 1
014850         MOVE "EXTRA CARD - ONLY THE FIRST IS READ"
014860             TO WS-LINE-TEXT
014870         PERFORM 8100-WRITE-ERROR-LINE THRU 8100-EXIT
014880         GO TO 5100-EXIT
014890     END-IF.
014900     IF RSTCTL-PROGRAM-ID = SPACES
014910         MOVE "PROGRAM ID MISSING" TO WS-LINE-TEXT
014920         PERFORM 8100-WRITE-ERROR-LINE THRU 8100-EXIT
014930         GO TO 5100-EXIT
014940     END-IF.
014950     MOVE RSTCTL-FROM-DATE TO WS-CHECK-DATE.
014960     PERFORM 7200-CHECK-DATE THRU 7200-EXIT.
014970     IF NOT DATE-VALID
014980         MOVE "FROM DATE IS NOT A VALID YYYYMMDD"
014990             TO WS-LINE-TEXT
015000         PERFORM 8100-WRITE-ERROR-LINE THRU 8100-EXIT
015010         GO TO 5100-EXIT
015020     END-IF.
015030     MOVE RSTCTL-TO-DATE TO WS-CHECK-DATE.
015040     PERFORM 7200-CHECK-DATE THRU 7200-EXIT.
015050     IF NOT DATE-VALID
015060         MOVE "TO DATE IS NOT A VALID YYYYMMDD" TO WS-LINE-TEXT
015070         PERFORM 8100-WRITE-ERROR-LINE THRU 8100-EXIT
015080         GO TO 5100-EXIT
015090     END-IF.
015100     IF RSTCTL-FROM-DATE > RSTCTL-TO-DATE
015110         MOVE "FROM DATE IS AFTER TO DATE" TO WS-LINE-TEXT
015120         PERFORM 8100-WRITE-ERROR-LINE THRU 8100-EXIT
015130         GO TO 5100-EXIT
015140     END-IF.
015150     PERFORM 8000-WRITE-OK-LINE THRU 8000-EXIT.
015160 5100-EXIT.
015170     EXIT.
015180
015190*-----------------------------------------------------------------
015200* 6000-WRAP-UP -- SUMMARY COUNTS AND THE VERDICT.  ANY ERROR ENDS
015210* THE STEP WITH RC-PARM-ERROR, WHICH HOLDS THE NIGHT'S SCHEDULE
015220* UNTIL THE CARDS ARE FIXED AND THE EDIT RERUN CLEAN.
015230*-----------------------------------------------------------------
015240 6000-WRAP-UP.
015250     CLOSE PGMREG.
015260     MOVE SPACES TO PFLRPT-REC.
015270     WRITE PFLRPT-REC.
015280     MOVE WS-CARDS-READ-COUNT TO WS-EDIT-COUNT.
015290     MOVE SPACES TO PFLRPT-REC.
015300     STRING "  CONTROL CARDS READ       : " DELIMITED BY SIZE
015310         FUNCTION TRIM(WS-EDIT-COUNT) DELIMITED BY SIZE
015320         INTO PFLRPT-REC.
015330     WRITE PFLRPT-REC.
015340     MOVE WS-CARDS-OK-COUNT TO WS-EDIT-COUNT.
015350     MOVE SPACES TO PFLRPT-REC.
015360     STRING "  CONTROL CARDS OK         : " DELIMITED BY SIZE
015370         FUNCTION TRIM(WS-EDIT-COUNT) DELIMITED BY SIZE
015380         INTO PFLRPT-REC.
015390     WRITE PFLRPT-REC.
015400     MOVE WS-ERROR-COUNT TO WS-EDIT-COUNT.
015410     MOVE SPACES TO PFLRPT-REC.
015420     STRING "  CONTROL CARDS IN ERROR   : " DELIMITED BY SIZE
015430         FUNCTION TRIM(WS-EDIT-COUNT) DELIMITED BY SIZE
015440         INTO PFLRPT-REC.
015450     WRITE PFLRPT-REC.
015460     MOVE WS-FILE-ERROR-COUNT TO WS-EDIT-COUNT.
015470     MOVE SPACES TO PFLRPT-REC.
015480     STRING "  FILE-LEVEL ERRORS        : " DELIMITED BY SIZE
015490         FUNCTION TRIM(WS-EDIT-COUNT) DELIMITED BY SIZE
015500         INTO PFLRPT-REC.
015510     WRITE PFLRPT-REC.
015520     MOVE WS-NOT-PRESENT-COUNT TO WS-EDIT-COUNT.
015530     MOVE SPACES TO PFLRPT-REC.
015540     STRING "  FILES NOT PRESENT        : " DELIMITED BY SIZE
015550         FUNCTION TRIM(WS-EDIT-COUNT) DELIMITED BY SIZE
015560         INTO PFLRPT-REC.
015570     WRITE PFLRPT-REC.
015580     MOVE WS-SET-ENTRY-COUNT TO WS-EDIT-COUNT.
015590     MOVE SPACES TO PFLRPT-REC.
015600     STRING "  PARAMETER SETS SCHEDULED : " DELIMITED BY SIZE
015610         FUNCTION TRIM(WS-EDIT-COUNT) DELIMITED BY SIZE
015620         INTO PFLRPT-REC.
015630     WRITE PFLRPT-REC.
015640     IF WS-ERROR-COUNT + WS-FILE-ERROR-COUNT > ZERO
015650         MOVE "  CONTROL CARDS IN ERROR - SCHEDULE HELD"
015660             TO PFLRPT-REC
015670         WRITE PFLRPT-REC
015680         COMPUTE WS-EDIT-COUNT =
015690             WS-ERROR-COUNT + WS-FILE-ERROR-COUNT
015700         MOVE "PFL002E" TO MSG-ID
015710         STRING FUNCTION TRIM(WS-EDIT-COUNT)
015720             " CONTROL-CARD ERRORS, SCHEDULE HELD - SEE PFLRPT"
015730             DELIMITED BY SIZE INTO MSG-TEXT
015740         PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
015750         MOVE RC-PARM-ERROR TO RETURN-CODE
015760     ELSE
015770         MOVE "  ALL CONTROL CARDS PASSED - SCHEDULE MAY RUN"
015780             TO PFLRPT-REC
015790         WRITE PFLRPT-REC
015800     END-IF.
015810     CLOSE PFLRPT.
015820 6000-EXIT.
015830     EXIT.
015840
015850*-----------------------------------------------------------------
015860* 7000-CHECK-PROGRAM -- MAY THE SUBMITTING OPERATOR RUN
015870* WS-CHECK-PROGRAM?  THE SAME TESTS THE COMPUTATION STEPS MAKE
015880* AGAINST THEIR OWN PGMREG ENTRY: REGISTERED, ACTIVE AND NOT
015890* BELOW THE ENTRY'S MINIMUM LEVEL.  THE CEILING IS THE ENTRY'S
015900* CEILING FOR THE OPERATOR'S LEVEL (ZERO MEANS NONE).  AN
015910* OPERATOR ALREADY IN ERROR ON OPERMAST IS NOT CHECKED AGAIN.
015920*-----------------------------------------------------------------
015930 7000-CHECK-PROGRAM.
015940     MOVE SPACES TO WS-CHECK-REASON.
015950     MOVE WS-NO-CEILING TO WS-CHECK-CEILING.
015960     IF NOT REGISTRY-AVAILABLE
015970         MOVE "PROGRAM REGISTRY UNAVAILABLE" TO WS-CHECK-REASON
015980         GO TO 7000-EXIT
015990     END-IF.
016000     MOVE WS-CHECK-PROGRAM TO PGMREG-PROGRAM-ID.
016010     READ PGMREG
016020         INVALID KEY
016030             MOVE 'N' TO PGMREG-ACTIVE-FLAG
016040     END-READ.
016050     IF NOT PGMREG-ACTIVE
016060         STRING WS-CHECK-PROGRAM
016070             " NOT REGISTERED AND ACTIVE ON PGMREG"
016080             DELIMITED BY SIZE INTO WS-CHECK-REASON
016090         GO TO 7000-EXIT
016100     END-IF.
016110     IF NOT OPERATOR-VALID
016120         GO TO 7000-EXIT
016130     END-IF.
016140     IF WS-OPERATOR-LEVEL < PGMREG-MIN-AUTH-LEVEL
016150         MOVE PGMREG-MIN-AUTH-LEVEL TO WS-EDIT-LEVEL
016160         STRING "OPERATOR " WS-OPERATOR-ID
016170             " BELOW " WS-CHECK-PROGRAM
016180             " MINIMUM LEVEL " WS-EDIT-LEVEL
016190             DELIMITED BY SIZE INTO WS-CHECK-REASON
016200         GO TO 7000-EXIT
016210     END-IF.
016220     IF PGMREG-LEVEL-CEILING (WS-OPERATOR-LEVEL) > ZERO
016230         MOVE PGMREG-LEVEL-CEILING (WS-OPERATOR-LEVEL)
016240             TO WS-CHECK-CEILING
016250     END-IF.
016260 7000-EXIT.
016270     EXIT.
016280
016290*    RECORD ONE PARAMETER SET AS SCHEDULED FOR THE EXPECTED
016300*    CROSS-CHECK.  A FULL TABLE IS REPORTED AS AN EXPECTED ERROR
016310*    (4000) -- AN ENTRY COULD OTHERWISE BE FAILED FOR A SET THAT
016320*    IS SCHEDULED BUT WAS NEVER RECORDED.
016330 7100-ADD-SCHEDULED-SET.
016340     IF WS-SET-ENTRY-COUNT >= WS-SET-MAX
016350         SET SET-TABLE-OVERFLOW TO TRUE
016360         GO TO 7100-EXIT
016370     END-IF.
016380     ADD 1 TO WS-SET-ENTRY-COUNT.
016390     MOVE WS-NEW-SET TO WS-SET-ENTRY (WS-SET-ENTRY-COUNT).
016400 7100-EXIT.
016410     EXIT.
016420
016430*    A PLAUSIBLE CALENDAR DATE: NUMERIC, MONTH 01-12, DAY 01-31.
016440 7200-CHECK-DATE.
016450     MOVE 'N' TO WS-DATE-VALID-FLAG.
016460     IF WS-CHECK-DATE IS NOT NUMERIC
016470         GO TO 7200-EXIT
016480     END-IF.
016490     IF WS-CHECK-MM < 1 OR WS-CHECK-MM > 12
016500             OR WS-CHECK-DD < 1 OR WS-CHECK-DD > 31
016510         GO TO 7200-EXIT
016520     END-IF.
016530     SET DATE-VALID TO TRUE.
016540 7200-EXIT.
016550     EXIT.
016560
016570 7300-CEILING-REASON.
016580     MOVE WS-CHECK-CEILING TO WS-EDIT-CEILING.
016590     MOVE WS-OPERATOR-LEVEL TO WS-EDIT-LEVEL.
016600     STRING "EXCEEDS LEVEL " WS-EDIT-LEVEL
016610         " CEILING " FUNCTION TRIM(WS-EDIT-CEILING)
016620         " FOR " WS-OPERATOR-ID
016630         DELIMITED BY SIZE INTO WS-LINE-TEXT.
016640 7300-EXIT.
016650     EXIT.
016660
016670*-----------------------------------------------------------------
016680* 8000-WRITE-OK-LINE / 8100-WRITE-ERROR-LINE -- ONE EDIT-REPORT
016690* LINE FOR THE CURRENT DD.  A CARD NUMBER OF ZERO IS A LINE ABOUT
016700* THE FILE AS A WHOLE AND IS NOT COUNTED AS A CARD.  THE TEXT
016710* BUFFER IS BLANKED FOR THE NEXT CALLER.
016720*-----------------------------------------------------------------
016730 8000-WRITE-OK-LINE.
016740     MOVE "OK   " TO WS-LINE-VERDICT.
016750     IF WS-CARD-NUMBER > ZERO
016760         ADD 1 TO WS-CARDS-READ-COUNT
016770         ADD 1 TO WS-CARDS-OK-COUNT
016780     END-IF.
016790     PERFORM 8200-WRITE-LINE THRU 8200-EXIT.
016800 8000-EXIT.
016810     EXIT.
016820
016830 8100-WRITE-ERROR-LINE.
016840     MOVE "ERROR" TO WS-LINE-VERDICT.
016850     IF WS-CARD-NUMBER > ZERO
016860         ADD 1 TO WS-CARDS-READ-COUNT
016870         ADD 1 TO WS-ERROR-COUNT
016880     ELSE
016890         ADD 1 TO WS-FILE-ERROR-COUNT
016900     END-IF.
016910     PERFORM 8200-WRITE-LINE THRU 8200-EXIT.
016920 8100-EXIT.
016930     EXIT.
016940
016950 8200-WRITE-LINE.
016960     IF WS-CARD-NUMBER > ZERO
016970         MOVE WS-CARD-NUMBER TO WS-LINE-CARD-NO
016980     ELSE
016990         MOVE SPACES TO WS-LINE-CARD-NO
017000     END-IF.
017010     MOVE SPACES TO PFLRPT-REC.
017020     STRING "  " DELIMITED BY SIZE
017030         WS-LINE-DDNAME DELIMITED BY SIZE
017040         " " DELIMITED BY SIZE
017050         WS-LINE-CARD-NO DELIMITED BY SIZE
017060         "  " DELIMITED BY SIZE
017070         WS-LINE-VERDICT DELIMITED BY SIZE
017080         "  " DELIMITED BY SIZE
017090         WS-CARD-IMAGE DELIMITED BY SIZE
017100         "  " DELIMITED BY SIZE
017110         WS-LINE-TEXT DELIMITED BY SIZE
017120         INTO PFLRPT-REC.
017130     WRITE PFLRPT-REC.
017140     MOVE SPACES TO WS-LINE-TEXT.
017150 8200-EXIT.
017160     EXIT.
017170
017180*-----------------------------------------------------------------
017190* 9800-LOG-MESSAGE -- ROUTE A DIAGNOSTIC THROUGH THE COMMON
017200* EULERMSG ROUTINE.  CALLERS FILL MSG-ID (SEVERITY LETTER LAST)
017210* AND MSG-TEXT; THE SEVERITY IS DERIVED FROM THE ID AND THE TEXT
017220* BUFFER IS BLANKED FOR THE NEXT CALLER.
017230*-----------------------------------------------------------------
017240 9800-LOG-MESSAGE.
017250     MOVE MSG-ID(7:1) TO MSG-SEVERITY.
017260     MOVE "EULERPFL" TO MSG-PROGRAM.
017270     CALL "EULERMSG" USING EULERMSG-PARMS.
017280     MOVE SPACES TO MSG-TEXT.
017290 9800-EXIT.
017300     EXIT.
017310
017320 END PROGRAM EULERPFL.
