000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. EULERAPV.
000120 AUTHOR. D-L-WHITFIELD.
000130 INSTALLATION. EULER-BATCH-REPORTING.
000140 DATE-WRITTEN. 10/15/2026.
000150 DATE-COMPILED.
000160*****************************************************************
000170* MODIFICATION HISTORY                                          *
000180*-----------------------------------------------------------------
000190*  DATE       INIT  DESCRIPTION
000200*  ---------- ----  ----------------------------------------------
000210*  10/15/2026 DLW   ORIGINAL PROGRAM.  SECOND-OPERATOR DECISIONS
000220*                   ON THE APRVQUE DUAL-APPROVAL QUEUE.  PROBLEM1,
000230*                   PROBLEM2 AND PROBLEM3 QUEUE ANY SUBMISSION
000240*                   WHOSE LIMIT OR TARGET IS OVER THE PROGRAM'S
000250*                   APRVCTL THRESHOLD AS PENDING INSTEAD OF
000260*                   COMPUTING IT.  APRVTXN CARDS APPROVE ('A') OR
000270*                   REJECT ('R') A PENDING REQUEST BY ITS KEY.
000280*                   THE SUBMITTER NAMED ON OPERCTL MUST BE AN
000290*                   ACTIVE LEVEL-3-OR-ABOVE OPERATOR ON OPERMAST
000300*                   OR EVERY CARD IS REJECTED, AS IN EULERREG,
000310*                   AND MAY NOT DECIDE A REQUEST THEY RAISED.  AN
000320*                   APPROVAL EXPIRES AFTER THE PROGRAM'S APRVCTL
000330*                   HOURS (24 BY DEFAULT); THE RESUBMITTED RUN
000340*                   MARKS IT USED.  EACH DECISION WRITES A BEFORE/
000350*                   AFTER-IMAGE RECORD TO THE APRVAUDT TRAIL, AND
000360*                   THE APRVRPT REPORT LISTS APPLIED AND REJECTED
000370*                   CARDS FOLLOWED BY THE APPROVAL-ACTIVITY
000380*                   LISTING: WHO REQUESTED, WHO DECIDED AND WHAT
000390*                   RAN UNDER EACH APPROVAL.  A RUN WITH NO
000400*                   APRVTXN ALLOCATED PRINTS THE LISTING ONLY.
000410*                   ANY REJECTION ENDS THE STEP WITH RC 4, AS IN
000420*                   EULEROPM.
000430*****************************************************************
000440 ENVIRONMENT DIVISION.
000450 CONFIGURATION SECTION.
000460 SOURCE-COMPUTER. IBM-370.
000470 OBJECT-COMPUTER. IBM-370.
000480 INPUT-OUTPUT SECTION.
000490 FILE-CONTROL.
000500     SELECT APRVTXN ASSIGN TO "APRVTXN"
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS WS-APRVTXN-STATUS.
000530     SELECT APRVQUE ASSIGN TO "APRVQUE"
000540         ORGANIZATION IS INDEXED
000550         ACCESS MODE IS DYNAMIC
000560         RECORD KEY IS APRVQ-KEY
000570         FILE STATUS IS WS-APRVQUE-STATUS.
000580     SELECT APRVCTL ASSIGN TO "APRVCTL"
000590         ORGANIZATION IS LINE SEQUENTIAL
000600         FILE STATUS IS WS-APRVCTL-STATUS.
000610     SELECT OPERMAST ASSIGN TO "OPERMAST"
000620         ORGANIZATION IS LINE SEQUENTIAL
000630         FILE STATUS IS WS-OPERMAST-STATUS.
000640     SELECT OPERCTL ASSIGN TO "OPERCTL"
000650         ORGANIZATION IS LINE SEQUENTIAL
000660         FILE STATUS IS WS-OPERCTL-STATUS.
000670     SELECT APRVAUDT ASSIGN TO "APRVAUDT"
000680         ORGANIZATION IS LINE SEQUENTIAL
000690         FILE STATUS IS WS-APRVAUDT-STATUS.
000700     SELECT APRVRPT ASSIGN TO "APRVRPT"
000710         ORGANIZATION IS LINE SEQUENTIAL
000720         FILE STATUS IS WS-APRVRPT-STATUS.
000730 DATA DIVISION.
000740 FILE SECTION.
000750*    A CARD NAMES THE REQUEST BY ITS FULL APRVQUE KEY -- PROGRAM,
000760*    REQUEST STAMP AND SET ORDINAL, AS PRINTED IN THE HOLDING
000770*    RUN'S LOG AND ON SWEEPRPT -- AND CARRIES A REASON, WHICH A
000780*    REJECT MUST HAVE AND AN APPROVAL MAY.
000790 FD  APRVTXN
000800     RECORDING MODE IS F.
000810 01  APRVTXN-REC.
000820     05  APRVTXN-ACTION             PIC X(01).
000830         88  TXN-APPROVE            VALUE 'A'.
000840         88  TXN-REJECT             VALUE 'R'.
000850     05  APRVTXN-REQUEST-KEY        PIC X(33).
000860     05  APRVTXN-REASON             PIC X(40).
000870 FD  APRVQUE
000880     RECORDING MODE IS F.
000890     COPY APRVQUE.
000900 FD  APRVCTL
000910     RECORDING MODE IS F.
000920 01  APRVCTL-REC.
000930     05  APRVCTL-PROGRAM-ID         PIC X(08).
000940     05  APRVCTL-THRESHOLD          PIC 9(18).
000950     05  APRVCTL-EXPIRY-HOURS       PIC 9(03).
000960 FD  OPERMAST
000970     RECORDING MODE IS F.
000980     COPY OPERMST.
000990 FD  OPERCTL
001000     RECORDING MODE IS F.
001010 01  OPERCTL-REC.
001020     05  OPERCTL-OPERATOR-ID        PIC X(08).
001030 FD  APRVAUDT
001040     RECORDING MODE IS F.
001050 01  APRVAUDT-REC.
001060     05  APRVAUDT-TIMESTAMP         PIC X(21).
001070     05  APRVAUDT-SUBMIT-OPER       PIC X(08).
001080     05  APRVAUDT-ACTION            PIC X(01).
001090     05  APRVAUDT-REQUEST-KEY       PIC X(33).
001100     05  APRVAUDT-BEFORE-IMAGE      PIC X(296).
001110     05  APRVAUDT-AFTER-IMAGE       PIC X(296).
001120 FD  APRVRPT
001130     RECORDING MODE IS F.
001140 01  APRVRPT-REC                    PIC X(132).
001150 WORKING-STORAGE SECTION.
001160*-----------------------------------------------------------------
001170* FILE STATUS AND DATE WORK AREAS
001180*-----------------------------------------------------------------
001190 01  WS-APRVTXN-STATUS              PIC X(02) VALUE SPACES.
001200     88  APRVTXN-OK                 VALUE '00'.
001210     88  APRVTXN-NOT-FOUND          VALUE '35'.
001220 01  WS-APRVQUE-STATUS              PIC X(02) VALUE SPACES.
001230     88  APRVQUE-OK                 VALUE '00'.
001240     88  APRVQUE-NOT-FOUND          VALUE '35'.
001250 01  WS-APRVCTL-STATUS              PIC X(02) VALUE SPACES.
001260     88  APRVCTL-OK                 VALUE '00'.
001270 01  WS-OPERMAST-STATUS             PIC X(02) VALUE SPACES.
001280     88  OPERMAST-OK                VALUE '00'.
001290     88  OPERMAST-NOT-FOUND         VALUE '35'.
001300 01  WS-OPERCTL-STATUS              PIC X(02) VALUE SPACES.
001310     88  OPERCTL-OK                 VALUE '00'.
001320 01  WS-APRVAUDT-STATUS             PIC X(02) VALUE SPACES.
001330     88  APRVAUDT-OK                VALUE '00'.
001340 01  WS-APRVRPT-STATUS              PIC X(02) VALUE SPACES.
001350     88  APRVRPT-OK                 VALUE '00'.
001360 01  WS-EOF-FLAG                    PIC X(01) VALUE 'N'.
001370     88  FILE-EOF                   VALUE 'Y'.
001380 01  WS-CURRENT-DATE.
001390     05  WS-CURRENT-DATE-YYYYMMDD   PIC X(08).
001400     05  FILLER                     PIC X(18).
001410 01  WS-TIMESTAMP                   PIC X(21) VALUE SPACES.
001420 01  WS-TIMESTAMP-PARTS REDEFINES WS-TIMESTAMP.
001430     05  WS-TS-DATE                 PIC 9(08).
001440     05  WS-TS-HOUR                 PIC 9(02).
001450     05  WS-TS-MMSS                 PIC X(04).
001460     05  FILLER                     PIC X(07).
001470 01  WS-LISTING-ONLY-FLAG           PIC X(01) VALUE 'N'.
001480     88  LISTING-ONLY               VALUE 'Y'.
001490 01  WS-QUEUE-OPEN-FLAG             PIC X(01) VALUE 'N'.
001500     88  QUEUE-OPEN                 VALUE 'Y'.
001510*-----------------------------------------------------------------
001520* THE SUBMITTER AND ITS AUTHORITY.  THE SECOND OPERATOR MUST HOLD
001530* THE SAME ACTIVE LEVEL-3-OR-ABOVE AUTHORITY THAT RUNS UNCEILINGED
001540* LIMITS IN THE FIRST PLACE.
001550*-----------------------------------------------------------------
001560 01  WS-SUBMIT-OPERATOR-ID          PIC X(08) VALUE SPACES.
001570 01  WS-SUBMIT-AUTH-LEVEL           PIC 9(01) VALUE ZERO.
001580 01  WS-SUBMIT-AUTH-FLAG            PIC X(01) VALUE 'N'.
001590     88  SUBMITTER-AUTHORIZED       VALUE 'Y'.
001600 01  WS-SUBMIT-DENIAL               PIC X(40) VALUE SPACES.
001610 01  WS-REQUIRED-LEVEL              PIC 9(01) VALUE 3.
001620*-----------------------------------------------------------------
001630* APPROVAL EXPIRY HOURS PER PROGRAM, LOADED FROM APRVCTL.  A
001640* PROGRAM WITH NO CARD, OR A ZERO OR UNUSABLE HOURS FIELD, GETS
001650* THE DEFAULT.  THE EXPIRY STAMP IS THE DECISION TIME PLUS THOSE
001660* HOURS, CARRIED ACROSS MIDNIGHT BY DAY NUMBER.
001670*-----------------------------------------------------------------
001680 01  WS-APRVCTL-TABLE.
001690     05  WS-CTL-ENTRY OCCURS 20 TIMES.
001700         10  WS-CTL-PROGRAM-ID      PIC X(08).
001710         10  WS-CTL-EXPIRY-HOURS    PIC 9(03).
001720 01  WS-DEFAULT-EXPIRY-HOURS        PIC 9(03) VALUE 24.
001730 01  WS-EXPIRY-HOURS                PIC 9(03) VALUE ZERO.
001740 01  WS-EXPIRY-STAMP.
001750     05  WS-EXP-DATE                PIC 9(08).
001760     05  WS-EXP-HOUR                PIC 9(02).
001770     05  WS-EXP-MMSS                PIC X(04).
001780 01  WS-EXP-DAY-INT                 PIC 9(07) VALUE ZERO.
001790 01  WS-EXP-HOUR-TOTAL              PIC 9(05) VALUE ZERO.
001800 01  WS-EXP-DAY-CARRY               PIC 9(05) VALUE ZERO.
001810*-----------------------------------------------------------------
001820* TRANSACTION WORK AREAS.  THE BEFORE AND AFTER IMAGES ARE WHOLE
001830* APRVQUE RECORDS FOR THE AUDIT TRAIL; THE REJECT REASON FEEDS THE
001840* REPORT LINE.
001850*-----------------------------------------------------------------
001860 01  WS-BEFORE-IMAGE                PIC X(296) VALUE SPACES.
001870 01  WS-AFTER-IMAGE                 PIC X(296) VALUE SPACES.
001880 01  WS-REJECT-REASON               PIC X(40) VALUE SPACES.
001890 01  WS-TXN-VERDICT-FLAG            PIC X(01) VALUE SPACE.
001900     88  TXN-ACCEPTED               VALUE 'Y'.
001910     88  TXN-REJECTED               VALUE 'N'.
001920 01  WS-STATUS-WORD                 PIC X(08) VALUE SPACES.
001930*-----------------------------------------------------------------
001940* MAINTENANCE AND LISTING COUNTERS
001950*-----------------------------------------------------------------
001960 77  WS-TXN-READ-COUNT              PIC 9(05) COMP VALUE ZERO.
001970 77  WS-APPLIED-COUNT               PIC 9(05) COMP VALUE ZERO.
001980 77  WS-APPROVED-COUNT              PIC 9(05) COMP VALUE ZERO.
001990 77  WS-DECLINED-COUNT              PIC 9(05) COMP VALUE ZERO.
002000 77  WS-REJECTED-COUNT              PIC 9(05) COMP VALUE ZERO.
002010 77  WS-AUDIT-WRITE-COUNT           PIC 9(05) COMP VALUE ZERO.
002020 77  WS-CTL-ENTRY-COUNT             PIC 9(05) COMP VALUE ZERO.
002030 77  WS-LISTED-COUNT                PIC 9(05) COMP VALUE ZERO.
002040 77  WS-LIST-PENDING                PIC 9(05) COMP VALUE ZERO.
002050 77  WS-LIST-APPROVED               PIC 9(05) COMP VALUE ZERO.
002060 77  WS-LIST-EXPIRED                PIC 9(05) COMP VALUE ZERO.
002070 77  WS-LIST-REJECTED               PIC 9(05) COMP VALUE ZERO.
002080 77  WS-LIST-RAN                    PIC 9(05) COMP VALUE ZERO.
002090 77  SUB-1                          PIC 9(05) COMP VALUE ZERO.
002100 01  WS-RECONCILE-FLAG              PIC X(01) VALUE 'Y'.
002110     88  COUNTS-RECONCILE           VALUE 'Y'.
002120*-----------------------------------------------------------------
002130* REPORT EDIT FIELDS
002140*-----------------------------------------------------------------
002150 01  WS-EDIT-COUNT                  PIC Z(4)9.
002160 01  WS-EDIT-LEVEL                  PIC 9(01).
002170 01  WS-EDIT-HOURS                  PIC ZZ9.
002180 01  WS-EDIT-LIMIT                  PIC Z(17)9.
002190 01  WS-LINE-PTR                    PIC 9(03) COMP VALUE ZERO.
002200*-----------------------------------------------------------------
002210* COMMON MESSAGE-ROUTINE PARAMETER AREA AND THE SUITE'S STANDARD
002220* RETURN-CODE CLASSES (SEE EULERMSG).
002230*-----------------------------------------------------------------
002240     COPY MSGAREA.
002250     COPY EULERRC.
002260 PROCEDURE DIVISION.
002270 0000-MAINLINE.
002280     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002290     PERFORM 1200-CHECK-SUBMITTER THRU 1200-EXIT.
002300     PERFORM 1300-LOAD-EXPIRY-HOURS THRU 1300-EXIT.
002310     PERFORM 3000-APPLY-TRANSACTIONS THRU 3000-EXIT.
002320     PERFORM 5000-LIST-ACTIVITY THRU 5000-EXIT.
002330     PERFORM 6000-WRAP-UP THRU 6000-EXIT.
002340     GOBACK.
002350
002360*-----------------------------------------------------------------
002370* 1000-INITIALIZE -- OPEN THE REPORT AND THE AUDIT TRAIL.  AN
002380* APPROVAL WITH NO TRAIL WOULD LET A LARGE RUN THROUGH WITH NO
002390* RECORD OF WHO LET IT, SO EITHER OPEN FAILURE ABENDS BEFORE THE
002400* QUEUE IS TOUCHED.
002410*-----------------------------------------------------------------
002420 1000-INITIALIZE.
002430     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
002440     MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP.
002450     PERFORM 1100-GET-SUBMITTER THRU 1100-EXIT.
002460     OPEN OUTPUT APRVRPT.
002470     IF NOT APRVRPT-OK
002480         MOVE "APV001E" TO MSG-ID
002490         STRING "UNABLE TO OPEN APRVRPT, STATUS "
002500             WS-APRVRPT-STATUS
002510             DELIMITED BY SIZE INTO MSG-TEXT
002520         PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
002530         MOVE RC-FILE-ERROR TO RETURN-CODE
002540         STOP RUN
002550     END-IF.
002560     OPEN EXTEND APRVAUDT.
002570     IF WS-APRVAUDT-STATUS = '35'
002580         OPEN OUTPUT APRVAUDT
002590         CLOSE APRVAUDT
002600         OPEN EXTEND APRVAUDT
002610     END-IF.
002620     IF NOT APRVAUDT-OK
002630         MOVE "APV002E" TO MSG-ID
002640         STRING "UNABLE TO OPEN APRVAUDT, STATUS "
002650             WS-APRVAUDT-STATUS
002660             DELIMITED BY SIZE INTO MSG-TEXT
002670         PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
002680         MOVE RC-FILE-ERROR TO RETURN-CODE
002690         STOP RUN
002700     END-IF.
002710     MOVE SPACES TO APRVRPT-REC.
002720     STRING "EULERAPV LARGE-LIMIT APPROVALS - DATE "
002730         DELIMITED BY SIZE
002740         WS-CURRENT-DATE-YYYYMMDD DELIMITED BY SIZE
002750         " BY " DELIMITED BY SIZE
002760         WS-SUBMIT-OPERATOR-ID DELIMITED BY SIZE
002770         INTO APRVRPT-REC.
002780     WRITE APRVRPT-REC.
002790     MOVE SPACES TO APRVRPT-REC.
002800     WRITE APRVRPT-REC.
002810 1000-EXIT.
002820     EXIT.
002830
002840*-----------------------------------------------------------------
002850* 1100-GET-SUBMITTER -- READ THE SUBMITTING OPERATOR'S ID FROM
002860* THE OPERCTL CONTROL FILE, AS EULEROPM DOES, DEFAULTING TO
002870* "BATCHJOB" FOR UNATTENDED RUNS.
002880*-----------------------------------------------------------------
002890 1100-GET-SUBMITTER.
002900     MOVE "BATCHJOB" TO WS-SUBMIT-OPERATOR-ID.
002910     OPEN INPUT OPERCTL.
002920     IF OPERCTL-OK
002930         READ OPERCTL
002940             AT END
002950                 CONTINUE
002960             NOT AT END
002970                 MOVE OPERCTL-OPERATOR-ID
002980                     TO WS-SUBMIT-OPERATOR-ID
002990         END-READ
003000         CLOSE OPERCTL
003010     END-IF.
003020 1100-EXIT.
003030     EXIT.
003040
003050*-----------------------------------------------------------------
003060* 1200-CHECK-SUBMITTER -- LOOK THE SUBMITTER UP ON OPERMAST.  AN
003070* UNKNOWN, INACTIVE OR UNDER-LEVEL SUBMITTER DOES NOT ABEND THE
003080* STEP: EVERY CARD IS REJECTED WITH THE DENIAL AS ITS REASON, SO
003090* THE REPORT SHOWS WHAT WAS ATTEMPTED AND WHY NOTHING CHANGED.
003100* AN ABSENT MASTER AUTHORIZES NOBODY.
003110*-----------------------------------------------------------------
003120 1200-CHECK-SUBMITTER.
003130     MOVE 'N' TO WS-SUBMIT-AUTH-FLAG.
003140     MOVE "SUBMITTER NOT ON OPERMAST" TO WS-SUBMIT-DENIAL.
003150     MOVE 'N' TO WS-EOF-FLAG.
003160     OPEN INPUT OPERMAST.
003170     IF NOT OPERMAST-OK AND NOT OPERMAST-NOT-FOUND
003180         MOVE "APV003E" TO MSG-ID
003190         STRING "UNABLE TO OPEN OPERMAST, STATUS "
003200             WS-OPERMAST-STATUS
003210             DELIMITED BY SIZE INTO MSG-TEXT
003220         PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
003230         MOVE RC-FILE-ERROR TO RETURN-CODE
003240         STOP RUN
003250     END-IF.
003260     IF OPERMAST-OK
003270         PERFORM 1250-FIND-SUBMITTER THRU 1250-EXIT
003280             UNTIL FILE-EOF
003290         CLOSE OPERMAST
003300     END-IF.
003310 1200-EXIT.
003320     EXIT.
003330
003340 1250-FIND-SUBMITTER.
003350     READ OPERMAST
003360         AT END
003370             SET FILE-EOF TO TRUE
003380         NOT AT END
003390             IF OPERMST-OPERATOR-ID = WS-SUBMIT-OPERATOR-ID
003400                 SET FILE-EOF TO TRUE
003410                 PERFORM 1260-RATE-SUBMITTER THRU 1260-EXIT
003420             END-IF
003430     END-READ.
003440 1250-EXIT.
003450     EXIT.
003460
003470 1260-RATE-SUBMITTER.
003480     MOVE OPERMST-AUTH-LEVEL TO WS-SUBMIT-AUTH-LEVEL.
003490     IF NOT OPERMST-ACTIVE
003500         MOVE "SUBMITTER INACTIVE ON OPERMAST"
003510             TO WS-SUBMIT-DENIAL
003520         GO TO 1260-EXIT
003530     END-IF.
003540     IF WS-SUBMIT-AUTH-LEVEL < WS-REQUIRED-LEVEL
003550         MOVE WS-SUBMIT-AUTH-LEVEL TO WS-EDIT-LEVEL
003560         MOVE SPACES TO WS-SUBMIT-DENIAL
003570         STRING "SUBMITTER LEVEL " DELIMITED BY SIZE
003580             WS-EDIT-LEVEL DELIMITED BY SIZE
003590             ", LEVEL 3 REQUIRED" DELIMITED BY SIZE
003600             INTO WS-SUBMIT-DENIAL
003610         GO TO 1260-EXIT
003620     END-IF.
003630     MOVE SPACES TO WS-SUBMIT-DENIAL.
003640     SET SUBMITTER-AUTHORIZED TO TRUE.
003650 1260-EXIT.
003660     EXIT.
003670
003680*-----------------------------------------------------------------
003690* 1300-LOAD-EXPIRY-HOURS -- THE APRVCTL CARDS THE COMPUTATION
003700* PROGRAMS TAKE THEIR THRESHOLDS FROM ALSO CARRY EACH PROGRAM'S
003710* APPROVAL LIFETIME IN HOURS.  NO FILE MEANS EVERY APPROVAL GETS
003720* THE DEFAULT; CARDS PAST THE TABLE'S END ARE IGNORED.
003730*-----------------------------------------------------------------
003740 1300-LOAD-EXPIRY-HOURS.
003750     MOVE 'N' TO WS-EOF-FLAG.
003760     OPEN INPUT APRVCTL.
003770     IF NOT APRVCTL-OK
003780         GO TO 1300-EXIT
003790     END-IF.
003800     PERFORM 1350-LOAD-ONE-CARD THRU 1350-EXIT
003810         UNTIL FILE-EOF.
003820     CLOSE APRVCTL.
003830 1300-EXIT.
003840     EXIT.
003850
003860 1350-LOAD-ONE-CARD.
003870     READ APRVCTL
003880         AT END
003890             SET FILE-EOF TO TRUE
003900             GO TO 1350-EXIT
003910     END-READ.
003920     IF WS-CTL-ENTRY-COUNT NOT < 20
003930         GO TO 1350-EXIT
003940     END-IF.
003950     ADD 1 TO WS-CTL-ENTRY-COUNT.
003960     MOVE APRVCTL-PROGRAM-ID
003970         TO WS-CTL-PROGRAM-ID (WS-CTL-ENTRY-COUNT).
003980     IF APRVCTL-EXPIRY-HOURS IS NUMERIC
003990             AND APRVCTL-EXPIRY-HOURS > ZERO
004000         MOVE APRVCTL-EXPIRY-HOURS
004010             TO WS-CTL-EXPIRY-HOURS (WS-CTL-ENTRY-COUNT)
004020     ELSE
004030         MOVE WS-DEFAULT-EXPIRY-HOURS
004040             TO WS-CTL-EXPIRY-HOURS (WS-CTL-ENTRY-COUNT)
004050     END-IF.
004060 1350-EXIT.
004070     EXIT.
004080
004090*-----------------------------------------------------------------
004100* 3000-APPLY-TRANSACTIONS -- READ AND APPLY EVERY APRVTXN CARD
004110* AGAINST THE QUEUE, OPENED I-O FOR KEYED READ AND REWRITE.  NO
004120* APRVTXN ALLOCATED IS A LISTING-ONLY RUN, SO THE ACTIVITY REPORT
004130* CAN BE PRINTED ON ITS OWN; AN APRVTXN THAT IS ALLOCATED BUT
004140* EMPTY IS A MIS-BUILT JOB AND ABENDS.  THE QUEUE ITSELF IS ONLY
004150* EVER CREATED BY THE COMPUTATION PROGRAMS, SO AN ABSENT QUEUE
004160* HERE MEANS THERE IS NOTHING TO DECIDE AND EVERY CARD IS
004170* REJECTED AS NOT ON APRVQUE.
004180*-----------------------------------------------------------------
004190 3000-APPLY-TRANSACTIONS.
004200     MOVE 'N' TO WS-EOF-FLAG.
004210     OPEN INPUT APRVTXN.
004220     IF APRVTXN-NOT-FOUND
004230         SET LISTING-ONLY TO TRUE
004240         MOVE "  NO APRVTXN ALLOCATED - ACTIVITY LISTING ONLY"
004250             TO APRVRPT-REC
004260         WRITE APRVRPT-REC
004270         GO TO 3000-EXIT
004280     END-IF.
004290     IF NOT APRVTXN-OK
004300         MOVE "APV005E" TO MSG-ID
004310         STRING "UNABLE TO OPEN APRVTXN, STATUS "
004320             WS-APRVTXN-STATUS
004330             DELIMITED BY SIZE INTO MSG-TEXT
004340         PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
004350         MOVE RC-FILE-ERROR TO RETURN-CODE
004360         STOP RUN
004370     END-IF.
004380     IF NOT SUBMITTER-AUTHORIZED
004390         MOVE "APV004W" TO MSG-ID
004400         STRING "SUBMITTER " DELIMITED BY SIZE
004410             WS-SUBMIT-OPERATOR-ID DELIMITED BY SIZE
004420             " NOT AUTHORIZED - " DELIMITED BY SIZE
004430             FUNCTION TRIM(WS-SUBMIT-DENIAL) DELIMITED BY SIZE
004440             INTO MSG-TEXT
004450         PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
004460     END-IF.
004470     OPEN I-O APRVQUE.
004480     IF NOT APRVQUE-OK AND NOT APRVQUE-NOT-FOUND
004490         MOVE "APV006E" TO MSG-ID
004500         STRING "UNABLE TO OPEN APRVQUE, STATUS "
004510             WS-APRVQUE-STATUS
004520             DELIMITED BY SIZE INTO MSG-TEXT
004530         PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
004540         MOVE RC-FILE-ERROR TO RETURN-CODE
004550         STOP RUN
004560     END-IF.
004570     IF APRVQUE-OK
004580         SET QUEUE-OPEN TO TRUE
004590     END-IF.
004600     PERFORM 3100-APPLY-ONE-TXN THRU 3100-EXIT
004610         UNTIL FILE-EOF.
004620     CLOSE APRVTXN.
004630     IF QUEUE-OPEN
004640         CLOSE APRVQUE
004650     END-IF.
004660     IF WS-TXN-READ-COUNT = ZERO
004670         MOVE "APV007E" TO MSG-ID
004680         MOVE "APRVTXN HOLDS NO TRANSACTIONS" TO MSG-TEXT
004690         PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
004700         MOVE RC-PARM-ERROR TO RETURN-CODE
004710         STOP RUN
004720     END-IF.
004730 3000-EXIT.
004740     EXIT.
004750
004760 3100-APPLY-ONE-TXN.
004770     READ APRVTXN
004780         AT END
004790             SET FILE-EOF TO TRUE
004800         NOT AT END
004810             ADD 1 TO WS-TXN-READ-COUNT
004820             PERFORM 3200-VALIDATE-AND-APPLY THRU 3200-EXIT
004830             PERFORM 4500-REPORT-VERDICT THRU 4500-EXIT
004840     END-READ.
004850 3100-EXIT.
004860     EXIT.
004870
004880*-----------------------------------------------------------------
004890* 3200-VALIDATE-AND-APPLY -- ONE TRANSACTION.  THE VERDICT FLAG,
004900* REJECT REASON AND BEFORE/AFTER IMAGES ARE LEFT FILLED FOR THE
004910* REPORT AND AUDIT WRITERS.  THE QUEUE IS ONLY REWRITTEN ON AN
004920* ACCEPTED TRANSACTION.
004930*-----------------------------------------------------------------
004940 3200-VALIDATE-AND-APPLY.
004950     SET TXN-ACCEPTED TO TRUE.
004960     MOVE SPACES TO WS-REJECT-REASON.
004970     MOVE SPACES TO WS-BEFORE-IMAGE.
004980     MOVE SPACES TO WS-AFTER-IMAGE.
004990     PERFORM 3250-VALIDATE-CARD THRU 3250-EXIT.
005000     IF TXN-ACCEPTED
005010         EVALUATE TRUE
005020             WHEN TXN-APPROVE
005030                 PERFORM 3300-APPLY-APPROVAL THRU 3300-EXIT
005040             WHEN TXN-REJECT
005050                 PERFORM 3400-APPLY-REJECTION THRU 3400-EXIT
005060             WHEN OTHER
005070                 SET TXN-REJECTED TO TRUE
005080                 MOVE "ACTION NOT A OR R"
005090                     TO WS-REJECT-REASON
005100         END-EVALUATE
005110     END-IF.
005120     IF TXN-ACCEPTED
005130         ADD 1 TO WS-APPLIED-COUNT
005140         PERFORM 4000-WRITE-AUDIT THRU 4000-EXIT
005150     ELSE
005160         ADD 1 TO WS-REJECTED-COUNT
005170     END-IF.
005180 3200-EXIT.
005190     EXIT.
005200
005210*-----------------------------------------------------------------
005220* 3250-VALIDATE-CARD -- THE SUBMITTER'S AUTHORITY, THEN THE KEYED
005230* READ OF THE REQUEST, WHICH MUST STILL BE PENDING AND MUST HAVE
005240* BEEN RAISED BY SOMEONE OTHER THAN THE SUBMITTER -- THE WHOLE
005250* POINT IS THAT A SECOND PAIR OF EYES SEES THE LIMIT.  THE
005260* REQUEST IS LEFT IN APRVQ-REC FOR THE APPLY PARAGRAPHS.
005270*-----------------------------------------------------------------
005280 3250-VALIDATE-CARD.
005290     IF NOT SUBMITTER-AUTHORIZED
005300         SET TXN-REJECTED TO TRUE
005310         MOVE WS-SUBMIT-DENIAL TO WS-REJECT-REASON
005320         GO TO 3250-EXIT
005330     END-IF.
005340     IF APRVTXN-REQUEST-KEY = SPACES
005350         SET TXN-REJECTED TO TRUE
005360         MOVE "REQUEST KEY MISSING" TO WS-REJECT-REASON
005370         GO TO 3250-EXIT
005380     END-IF.
005390     IF NOT QUEUE-OPEN
005400         SET TXN-REJECTED TO TRUE
005410         MOVE "REQUEST NOT ON APRVQUE" TO WS-REJECT-REASON
005420         GO TO 3250-EXIT
005430     END-IF.
005440     MOVE APRVTXN-REQUEST-KEY TO APRVQ-KEY.
005450     READ APRVQUE
005460         INVALID KEY
005470             CONTINUE
005480     END-READ.
005490     IF NOT APRVQUE-OK
005500         SET TXN-REJECTED TO TRUE
005510         MOVE "REQUEST NOT ON APRVQUE" TO WS-REJECT-REASON
005520         GO TO 3250-EXIT
005530     END-IF.
005540     IF NOT APRVQ-PENDING
005550         SET TXN-REJECTED TO TRUE
005560         MOVE SPACES TO WS-REJECT-REASON
005570         STRING "REQUEST NOT PENDING - STATUS "
005580             DELIMITED BY SIZE
005590             APRVQ-STATUS DELIMITED BY SIZE
005600             INTO WS-REJECT-REASON
005610         GO TO 3250-EXIT
005620     END-IF.
005630     IF APRVQ-REQUESTED-BY = WS-SUBMIT-OPERATOR-ID
005640         SET TXN-REJECTED TO TRUE
005650         MOVE "APPROVER IS THE REQUESTER" TO WS-REJECT-REASON
005660     END-IF.
005670 3250-EXIT.
005680     EXIT.
005690
005700*-----------------------------------------------------------------
005710* 3300-APPLY-APPROVAL -- APPROVE THE REQUEST UNTIL THE DECISION
005720* TIME PLUS THE PROGRAM'S EXPIRY HOURS.  THE HOLDING RUN MUST BE
005730* RESUBMITTED WITHIN THAT WINDOW; AFTER IT THE APPROVAL LAPSES
005740* AND A FRESH REQUEST IS QUEUED.
005750*-----------------------------------------------------------------
005760 3300-APPLY-APPROVAL.
005770     MOVE APRVQ-REC TO WS-BEFORE-IMAGE.
005780     PERFORM 3350-COMPUTE-EXPIRY THRU 3350-EXIT.
005790     SET APRVQ-APPROVED TO TRUE.
005800     MOVE WS-EXPIRY-STAMP TO APRVQ-EXPIRES-AT.
005810     PERFORM 3900-REWRITE-REQUEST THRU 3900-EXIT.
005820     ADD 1 TO WS-APPROVED-COUNT.
005830 3300-EXIT.
005840     EXIT.
005850
005860 3350-COMPUTE-EXPIRY.
005870     MOVE WS-DEFAULT-EXPIRY-HOURS TO WS-EXPIRY-HOURS.
005880     PERFORM 3360-FIND-EXPIRY-HOURS THRU 3360-EXIT
005890         VARYING SUB-1 FROM 1 BY 1
005900         UNTIL SUB-1 > WS-CTL-ENTRY-COUNT.
005910     COMPUTE WS-EXP-HOUR-TOTAL = WS-TS-HOUR + WS-EXPIRY-HOURS.
005920     DIVIDE WS-EXP-HOUR-TOTAL BY 24
005930         GIVING WS-EXP-DAY-CARRY
005940         REMAINDER WS-EXP-HOUR.
005950     COMPUTE WS-EXP-DAY-INT =
005960         FUNCTION INTEGER-OF-DATE(WS-TS-DATE)
005970         + WS-EXP-DAY-CARRY.
005980     COMPUTE WS-EXP-DATE =
005990         FUNCTION DATE-OF-INTEGER(WS-EXP-DAY-INT).
006000     MOVE WS-TS-MMSS TO WS-EXP-MMSS.
006010 3350-EXIT.
006020     EXIT.
006030
006040 3360-FIND-EXPIRY-HOURS.
006050     IF WS-CTL-PROGRAM-ID (SUB-1) = APRVQ-PROGRAM-ID
006060         MOVE WS-CTL-EXPIRY-HOURS (SUB-1) TO WS-EXPIRY-HOURS
006070     END-IF.
006080 3360-EXIT.
006090     EXIT.
006100
006110*-----------------------------------------------------------------
006120* 3400-APPLY-REJECTION -- REFUSE THE REQUEST.  A REJECTION MUST
006130* SAY WHY, SO THE REQUESTER KNOWS WHAT TO CORRECT BEFORE THE
006140* LIMIT IS SUBMITTED AGAIN.
006150*-----------------------------------------------------------------
006160 3400-APPLY-REJECTION.
006170     IF APRVTXN-REASON = SPACES
006180         SET TXN-REJECTED TO TRUE
006190         MOVE "REJECT REASON MISSING" TO WS-REJECT-REASON
006200         GO TO 3400-EXIT
006210     END-IF.
006220     MOVE APRVQ-REC TO WS-BEFORE-IMAGE.
006230     SET APRVQ-REJECTED TO TRUE.
006240     MOVE SPACES TO APRVQ-EXPIRES-AT.
006250     PERFORM 3900-REWRITE-REQUEST THRU 3900-EXIT.
006260     ADD 1 TO WS-DECLINED-COUNT.
006270 3400-EXIT.
006280     EXIT.
006290
006300*-----------------------------------------------------------------
006310* 3900-REWRITE-REQUEST -- STAMP THE DECISION AND PUT THE REQUEST
006320* BACK.  A REWRITE THAT FAILS ON A REQUEST JUST READ MEANS THE
006330* QUEUE ITSELF IS IN TROUBLE, SO THE STEP ABENDS RATHER THAN
006340* CARRY ON.
006350*-----------------------------------------------------------------
006360 3900-REWRITE-REQUEST.
006370     MOVE WS-SUBMIT-OPERATOR-ID TO APRVQ-DECIDED-BY.
006380     MOVE WS-TIMESTAMP TO APRVQ-DECIDED-AT.
006390     MOVE APRVTXN-REASON TO APRVQ-DECISION-REASON.
006400     REWRITE APRVQ-REC
006410         INVALID KEY
006420             CONTINUE
006430     END-REWRITE.
006440     IF NOT APRVQUE-OK
006450         PERFORM 3950-QUEUE-FAILURE THRU 3950-EXIT
006460     END-IF.
006470     MOVE APRVQ-REC TO WS-AFTER-IMAGE.
006480 3900-EXIT.
006490     EXIT.
006500
006510 3950-QUEUE-FAILURE.
006520     MOVE "APV008E" TO MSG-ID.
006530     STRING "UNABLE TO REWRITE APRVQUE REQUEST "
006540         APRVTXN-REQUEST-KEY
006550         ", STATUS " WS-APRVQUE-STATUS
006560         DELIMITED BY SIZE INTO MSG-TEXT.
006570     PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT.
006580     MOVE RC-FILE-ERROR TO RETURN-CODE.
006590     STOP RUN.
006600 3950-EXIT.
006610     EXIT.
006620
006630*-----------------------------------------------------------------
006640* 4000-WRITE-AUDIT -- ONE BEFORE/AFTER-IMAGE RECORD PER APPLIED
006650* DECISION, SO EVERY LARGE RUN LET THROUGH HAS A WHO-APPROVED-IT
006660* TRAIL INDEPENDENT OF THE QUEUE.
006670*-----------------------------------------------------------------
006680 4000-WRITE-AUDIT.
006690     MOVE WS-TIMESTAMP          TO APRVAUDT-TIMESTAMP.
006700     MOVE WS-SUBMIT-OPERATOR-ID TO APRVAUDT-SUBMIT-OPER.
006710     MOVE APRVTXN-ACTION        TO APRVAUDT-ACTION.
006720     MOVE APRVTXN-REQUEST-KEY   TO APRVAUDT-REQUEST-KEY.
006730     MOVE WS-BEFORE-IMAGE       TO APRVAUDT-BEFORE-IMAGE.
006740     MOVE WS-AFTER-IMAGE        TO APRVAUDT-AFTER-IMAGE.
006750     WRITE APRVAUDT-REC.
006760     ADD 1 TO WS-AUDIT-WRITE-COUNT.
006770 4000-EXIT.
006780     EXIT.
006790
006800 4500-REPORT-VERDICT.
006810     MOVE SPACES TO APRVRPT-REC.
006820     IF TXN-ACCEPTED
006830         MOVE 1 TO WS-LINE-PTR
006840         STRING "  APPLIED  " DELIMITED BY SIZE
006850             APRVTXN-ACTION DELIMITED BY SIZE
006860             " " DELIMITED BY SIZE
006870             APRVTXN-REQUEST-KEY DELIMITED BY SIZE
006880             INTO APRVRPT-REC
006890             WITH POINTER WS-LINE-PTR
006900         END-STRING
006910         IF TXN-APPROVE
006920             MOVE WS-EXPIRY-HOURS TO WS-EDIT-HOURS
006930             STRING " - APPROVED FOR " DELIMITED BY SIZE
006940                 FUNCTION TRIM(WS-EDIT-HOURS) DELIMITED BY SIZE
006950                 " HOURS, UNTIL " DELIMITED BY SIZE
006960                 WS-EXPIRY-STAMP DELIMITED BY SIZE
006970                 INTO APRVRPT-REC
006980                 WITH POINTER WS-LINE-PTR
006990             END-STRING
007000         END-IF
007010     ELSE
007020         STRING "  REJECTED " DELIMITED BY SIZE
007030             APRVTXN-ACTION DELIMITED BY SIZE
007040             " " DELIMITED BY SIZE
007050             APRVTXN-REQUEST-KEY DELIMITED BY SIZE
007060             " - " DELIMITED BY SIZE
007070             FUNCTION TRIM(WS-REJECT-REASON) DELIMITED BY SIZE
007080             INTO APRVRPT-REC
007090     END-IF.
007100     WRITE APRVRPT-REC.
007110 4500-EXIT.
007120     EXIT.
007130
007140*-----------------------------------------------------------------
007150* 5000-LIST-ACTIVITY -- THE APPROVAL-ACTIVITY REPORT, IN QUEUE-KEY
007160* ORDER (PROGRAM, THEN REQUEST TIME): ONE LINE PER REQUEST WITH
007170* ITS LIMIT OR TARGET, CURRENT STANDING AND WHO ASKED WHEN; THE
007180* DECISION, ITS EXPIRY AND REASON ON THE LINE BENEATH; AND, FOR
007190* A REQUEST THAT RAN, THE OPERATOR AND RUN ID THAT RAN UNDER IT.
007200* AN APPROVAL PAST ITS EXPIRY THAT NEVER RAN LISTS AS EXPIRED.
007210*-----------------------------------------------------------------
007220 5000-LIST-ACTIVITY.
007230     MOVE SPACES TO APRVRPT-REC.
007240     WRITE APRVRPT-REC.
007250     MOVE "APPROVAL ACTIVITY" TO APRVRPT-REC.
007260     WRITE APRVRPT-REC.
007270     MOVE SPACES TO APRVRPT-REC.
007280     STRING "  PROGRAM  REQUEST STAMP    SET"
007290         DELIMITED BY SIZE
007300         "             LIMIT/TARGET STATUS   REQUESTED BY/AT"
007310         DELIMITED BY SIZE
007320         INTO APRVRPT-REC.
007330     WRITE APRVRPT-REC.
007340     MOVE 'N' TO WS-EOF-FLAG.
007350     OPEN INPUT APRVQUE.
007360     IF APRVQUE-NOT-FOUND
007370         MOVE "  QUEUE NOT YET BUILT - NO REQUESTS"
007380             TO APRVRPT-REC
007390         WRITE APRVRPT-REC
007400         GO TO 5000-EXIT
007410     END-IF.
007420     IF NOT APRVQUE-OK
007430         MOVE "APV006E" TO MSG-ID
007440         STRING "UNABLE TO OPEN APRVQUE, STATUS "
007450             WS-APRVQUE-STATUS
007460             DELIMITED BY SIZE INTO MSG-TEXT
007470         PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
007480         MOVE RC-FILE-ERROR TO RETURN-CODE
007490         STOP RUN
007500     END-IF.
007510     PERFORM 5100-LIST-ONE-REQUEST THRU 5100-EXIT
007520         UNTIL FILE-EOF.
007530     CLOSE APRVQUE.
007540 5000-EXIT.
007550     EXIT.
007560
007570 5100-LIST-ONE-REQUEST.
007580     READ APRVQUE NEXT
007590         AT END
007600             SET FILE-EOF TO TRUE
007610             GO TO 5100-EXIT
007620     END-READ.
007630     ADD 1 TO WS-LISTED-COUNT.
007640     EVALUATE TRUE
007650         WHEN APRVQ-PENDING
007660             MOVE "PENDING " TO WS-STATUS-WORD
007670             ADD 1 TO WS-LIST-PENDING
007680         WHEN APRVQ-APPROVED
007690                 AND APRVQ-EXPIRES-AT < WS-TIMESTAMP(1:14)
007700             MOVE "EXPIRED " TO WS-STATUS-WORD
007710             ADD 1 TO WS-LIST-EXPIRED
007720         WHEN APRVQ-APPROVED
007730             MOVE "APPROVED" TO WS-STATUS-WORD
007740             ADD 1 TO WS-LIST-APPROVED
007750         WHEN APRVQ-REJECTED
007760             MOVE "REJECTED" TO WS-STATUS-WORD
007770             ADD 1 TO WS-LIST-REJECTED
007780         WHEN OTHER
007790             MOVE "RAN     " TO WS-STATUS-WORD
007800             ADD 1 TO WS-LIST-RAN
007810     END-EVALUATE.
007820     MOVE APRVQ-LOOP-LIMIT TO WS-EDIT-LIMIT.
007830     MOVE SPACES TO APRVRPT-REC.
007840     STRING "  " DELIMITED BY SIZE
007850         APRVQ-PROGRAM-ID DELIMITED BY SIZE
007860         " " DELIMITED BY SIZE
007870         APRVQ-REQUEST-STAMP DELIMITED BY SIZE
007880         " " DELIMITED BY SIZE
007890         APRVQ-SET-NUMBER DELIMITED BY SIZE
007900         " " DELIMITED BY SIZE
007910         WS-EDIT-LIMIT DELIMITED BY SIZE
007920         " " DELIMITED BY SIZE
007930         WS-STATUS-WORD DELIMITED BY SIZE
007940         " " DELIMITED BY SIZE
007950         APRVQ-REQUESTED-BY DELIMITED BY SIZE
007960         " " DELIMITED BY SIZE
007970         APRVQ-REQUESTED-AT(1:14) DELIMITED BY SIZE
007980         " RUN " DELIMITED BY SIZE
007990         APRVQ-REQUEST-RUN-ID DELIMITED BY SIZE
008000         INTO APRVRPT-REC.
008010     WRITE APRVRPT-REC.
008020     IF APRVQ-DECIDED-BY NOT = SPACES
008030         MOVE SPACES TO APRVRPT-REC
008035         MOVE 1 TO WS-LINE-PTR
008040         STRING "           DECIDED BY " DELIMITED BY SIZE
008050             APRVQ-DECIDED-BY DELIMITED BY SIZE
008060             " AT " DELIMITED BY SIZE
008070             APRVQ-DECIDED-AT(1:14) DELIMITED BY SIZE
008073             INTO APRVRPT-REC
008076             WITH POINTER WS-LINE-PTR
008079         END-STRING
008082*        A REJECTED REQUEST HAS NO EXPIRY TO SHOW.
008085         IF NOT APRVQ-REJECTED
008088             STRING " EXPIRES " DELIMITED BY SIZE
008091                 APRVQ-EXPIRES-AT DELIMITED BY SIZE
008094                 INTO APRVRPT-REC
008097                 WITH POINTER WS-LINE-PTR
008100             END-STRING
008103         END-IF
008106         STRING " " DELIMITED BY SIZE
008110             APRVQ-DECISION-REASON DELIMITED BY SIZE
008120             INTO APRVRPT-REC
008123             WITH POINTER WS-LINE-PTR
008126         END-STRING
008130         WRITE APRVRPT-REC
008140     END-IF.
008150     IF APRVQ-USED
008160         MOVE SPACES TO APRVRPT-REC
008170         STRING "           RAN BY     " DELIMITED BY SIZE
008180             APRVQ-USED-BY DELIMITED BY SIZE
008190             " AT " DELIMITED BY SIZE
008200             APRVQ-USED-AT(1:14) DELIMITED BY SIZE
008210             " RUN " DELIMITED BY SIZE
008220             APRVQ-USED-RUN-ID DELIMITED BY SIZE
008230             INTO APRVRPT-REC
008240         WRITE APRVRPT-REC
008250     END-IF.
008260 5100-EXIT.
008270     EXIT.
008280
008290*-----------------------------------------------------------------
008300* 6000-WRAP-UP -- SUMMARY COUNTS, THE COUNT RECONCILIATION AND
008310* THE STEP RETURN CODE: RC-VERIFY-ERROR WHEN THE COUNTS DO NOT
008320* TIE OUT, RC 4 WHEN ANY TRANSACTION WAS REJECTED, ZERO
008330* OTHERWISE -- THE SAME CONVENTION AS EULEROPM.
008340*-----------------------------------------------------------------
008350 6000-WRAP-UP.
008360     CLOSE APRVAUDT.
008370     MOVE SPACES TO APRVRPT-REC.
008380     WRITE APRVRPT-REC.
008390     MOVE WS-TXN-READ-COUNT TO WS-EDIT-COUNT.
008400     MOVE SPACES TO APRVRPT-REC.
008410     STRING "  TRANSACTIONS READ        : " DELIMITED BY SIZE
008420         FUNCTION TRIM(WS-EDIT-COUNT) DELIMITED BY SIZE
008430         INTO APRVRPT-REC.
008440     WRITE APRVRPT-REC.
008450     MOVE WS-APPLIED-COUNT TO WS-EDIT-COUNT.
008460     MOVE SPACES TO APRVRPT-REC.
008470     STRING "  TRANSACTIONS APPLIED     : " DELIMITED BY SIZE
008480         FUNCTION TRIM(WS-EDIT-COUNT) DELIMITED BY SIZE
008490         INTO APRVRPT-REC.
008500     WRITE APRVRPT-REC.
008510     MOVE WS-APPROVED-COUNT TO WS-EDIT-COUNT.
008520     MOVE SPACES TO APRVRPT-REC.
008530     STRING "    REQUESTS APPROVED      : " DELIMITED BY SIZE
008540         FUNCTION TRIM(WS-EDIT-COUNT) DELIMITED BY SIZE
008550         INTO APRVRPT-REC.
008560     WRITE APRVRPT-REC.
008570     MOVE WS-DECLINED-COUNT TO WS-EDIT-COUNT.
008580     MOVE SPACES TO APRVRPT-REC.
008590     STRING "    REQUESTS REJECTED      : " DELIMITED BY SIZE
008600         FUNCTION TRIM(WS-EDIT-COUNT) DELIMITED BY SIZE
008610         INTO APRVRPT-REC.
008620     WRITE APRVRPT-REC.
008630     MOVE WS-REJECTED-COUNT TO WS-EDIT-COUNT.
008640     MOVE SPACES TO APRVRPT-REC.
008650     STRING "  TRANSACTIONS REJECTED    : " DELIMITED BY SIZE
008660         FUNCTION TRIM(WS-EDIT-COUNT) DELIMITED BY SIZE
008670         INTO APRVRPT-REC.
008680     WRITE APRVRPT-REC.
008690     MOVE WS-AUDIT-WRITE-COUNT TO WS-EDIT-COUNT.
008700     MOVE SPACES TO APRVRPT-REC.
008710     STRING "  AUDIT TRAIL RECORDS      : " DELIMITED BY SIZE
008720         FUNCTION TRIM(WS-EDIT-COUNT) DELIMITED BY SIZE
008730         INTO APRVRPT-REC.
008740     WRITE APRVRPT-REC.
008750     MOVE WS-LISTED-COUNT TO WS-EDIT-COUNT.
008760     MOVE SPACES TO APRVRPT-REC.
008770     STRING "  REQUESTS ON QUEUE        : " DELIMITED BY SIZE
008780         FUNCTION TRIM(WS-EDIT-COUNT) DELIMITED BY SIZE
008790         INTO APRVRPT-REC.
008800     WRITE APRVRPT-REC.
008810     MOVE WS-LIST-PENDING TO WS-EDIT-COUNT.
008820     MOVE SPACES TO APRVRPT-REC.
008830     STRING "    PENDING                : " DELIMITED BY SIZE
008840         FUNCTION TRIM(WS-EDIT-COUNT) DELIMITED BY SIZE
008850         INTO APRVRPT-REC.
008860     WRITE APRVRPT-REC.
008870     MOVE WS-LIST-APPROVED TO WS-EDIT-COUNT.
008880     MOVE SPACES TO APRVRPT-REC.
008890     STRING "    APPROVED, NOT YET RUN  : " DELIMITED BY SIZE
008900         FUNCTION TRIM(WS-EDIT-COUNT) DELIMITED BY SIZE
008910         INTO APRVRPT-REC.
008920     WRITE APRVRPT-REC.
008930     MOVE WS-LIST-EXPIRED TO WS-EDIT-COUNT.
008940     MOVE SPACES TO APRVRPT-REC.
008950     STRING "    APPROVED, EXPIRED      : " DELIMITED BY SIZE
008960         FUNCTION TRIM(WS-EDIT-COUNT) DELIMITED BY SIZE
008970         INTO APRVRPT-REC.
008980     WRITE APRVRPT-REC.
008990     MOVE WS-LIST-REJECTED TO WS-EDIT-COUNT.
009000     MOVE SPACES TO APRVRPT-REC.
009010     STRING "    REJECTED               : " DELIMITED BY SIZE
009020         FUNCTION TRIM(WS-EDIT-COUNT) DELIMITED BY SIZE
009030         INTO APRVRPT-REC.
009040     WRITE APRVRPT-REC.
009050     MOVE WS-LIST-RAN TO WS-EDIT-COUNT.
009060     MOVE SPACES TO APRVRPT-REC.
009070     STRING "    RAN UNDER APPROVAL     : " DELIMITED BY SIZE
009080         FUNCTION TRIM(WS-EDIT-COUNT) DELIMITED BY SIZE
009090         INTO APRVRPT-REC.
009100     WRITE APRVRPT-REC.
009110     IF WS-TXN-READ-COUNT NOT =
009120             WS-APPLIED-COUNT + WS-REJECTED-COUNT
009130         MOVE 'N' TO WS-RECONCILE-FLAG
009140     END-IF.
009150     IF WS-APPLIED-COUNT NOT = WS-APPROVED-COUNT
009160             + WS-DECLINED-COUNT
009170             OR WS-APPLIED-COUNT NOT = WS-AUDIT-WRITE-COUNT
009180         MOVE 'N' TO WS-RECONCILE-FLAG
009190     END-IF.
009200     IF WS-LISTED-COUNT NOT = WS-LIST-PENDING + WS-LIST-APPROVED
009210             + WS-LIST-EXPIRED + WS-LIST-REJECTED + WS-LIST-RAN
009220         MOVE 'N' TO WS-RECONCILE-FLAG
009230     END-IF.
009240     IF NOT COUNTS-RECONCILE
009250         MOVE "  COUNTS DO NOT RECONCILE - RUN ABENDED"
009260             TO APRVRPT-REC
009270         WRITE APRVRPT-REC
009280         MOVE "APV009E" TO MSG-ID
009290         MOVE "COUNTS DO NOT RECONCILE" TO MSG-TEXT
009300         PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
009310         MOVE RC-VERIFY-ERROR TO RETURN-CODE
009320     ELSE
009330         IF WS-REJECTED-COUNT > ZERO
009340             MOVE "  DECISIONS DONE - REJECTIONS NEED REVIEW"
009350                 TO APRVRPT-REC
009360             WRITE APRVRPT-REC
009370             MOVE "APV010W" TO MSG-ID
009380             MOVE "TRANSACTIONS REJECTED, SEE APRVRPT"
009390                 TO MSG-TEXT
009400             PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
009410             MOVE 4 TO RETURN-CODE
009420         ELSE
009430             IF LISTING-ONLY
009440                 MOVE "  LISTING COMPLETE - QUEUE UNCHANGED"
009450                     TO APRVRPT-REC
009460             ELSE
009470                 MOVE "  DECISIONS COMPLETE - ALL CARDS APPLIED"
009480                     TO APRVRPT-REC
009490             END-IF
009500             WRITE APRVRPT-REC
009510         END-IF
009520     END-IF.
009530     CLOSE APRVRPT.
009540 6000-EXIT.
009550     EXIT.
009560
009570*-----------------------------------------------------------------
009580* 9800-LOG-MESSAGE -- ROUTE A DIAGNOSTIC THROUGH THE COMMON
009590* EULERMSG ROUTINE.  CALLERS FILL MSG-ID (SEVERITY LETTER LAST)
009600* AND MSG-TEXT; THE SEVERITY IS DERIVED FROM THE ID AND THE TEXT
009610* BUFFER IS BLANKED FOR THE NEXT CALLER.
009620*-----------------------------------------------------------------
009630 9800-LOG-MESSAGE.
009640     MOVE MSG-ID(7:1) TO MSG-SEVERITY.
009650     MOVE "EULERAPV" TO MSG-PROGRAM.
009660     CALL "EULERMSG" USING EULERMSG-PARMS.
009670     MOVE SPACES TO MSG-TEXT.
009680 9800-EXIT.
009690     EXIT.
009700
009710 END PROGRAM EULERAPV.
