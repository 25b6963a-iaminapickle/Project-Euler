000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. EULERVOD.
000120 AUTHOR. D-L-WHITFIELD.
000130 INSTALLATION. EULER-BATCH-REPORTING.
000140 DATE-WRITTEN. 10/15/2026.
000150 DATE-COMPILED.
000160*****************************************************************
000170* MODIFICATION HISTORY                                          *
000180*-----------------------------------------------------------------
000190*  DATE       INIT  DESCRIPTION
000200*  ---------- ----  ----------------------------------------------
000210*  10/15/2026 DLW   ORIGINAL PROGRAM.  TRANSACTION-DRIVEN VOID AND
000220*                   REINSTATE FOR RECORDS ON THE KEYED EULERRES
000230*                   TREND MASTER, SO A BAD ANSWER EULERAUD HAS
000240*                   FLAGGED CAN BE WITHDRAWN WITHOUT HAND-EDITING
000250*                   OR DELETING IT.  RESTXN CARDS CARRY VOID
000260*                   ('V') AND REINSTATE ('R') ACTIONS BY RECORD
000270*                   KEY (PROGRAM ID PLUS RUN TIMESTAMP) WITH A
000280*                   REASON CODE.  THE SUBMITTER NAMED ON OPERCTL
000290*                   MUST BE AN ACTIVE LEVEL-3-OR-ABOVE OPERATOR
000300*                   ON OPERMAST OR EVERY CARD IS REJECTED.  EACH
000310*                   APPLIED ACTION WRITES A BEFORE/AFTER-IMAGE
000320*                   RECORD TO THE RESCORR CORRECTION TRAIL, AND
000330*                   THE RESVRPT REPORT LISTS APPLIED AND
000340*                   REJECTED TRANSACTIONS WITH THEIR REASONS.
000350*                   ANY REJECTION ENDS THE STEP WITH RC 4, AS IN
000360*                   EULEROPM.
000370*****************************************************************
000380 ENVIRONMENT DIVISION.
000390 CONFIGURATION SECTION.
000400 SOURCE-COMPUTER. IBM-370.
000410 OBJECT-COMPUTER. IBM-370.
000420 INPUT-OUTPUT SECTION.
000430 FILE-CONTROL.
000440     SELECT RESTXN ASSIGN TO "RESTXN"
000450         ORGANIZATION IS LINE SEQUENTIAL
000460         FILE STATUS IS WS-RESTXN-STATUS.
000470     SELECT EULERRES ASSIGN TO "EULERRES"
000480         ORGANIZATION IS INDEXED
000490         ACCESS MODE IS DYNAMIC
000500         RECORD KEY IS EULERRES-KEY
000510         FILE STATUS IS WS-EULERRES-STATUS.
000520     SELECT OPERMAST ASSIGN TO "OPERMAST"
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS WS-OPERMAST-STATUS.
000550     SELECT OPERCTL ASSIGN TO "OPERCTL"
000560         ORGANIZATION IS LINE SEQUENTIAL
000570         FILE STATUS IS WS-OPERCTL-STATUS.
000580     SELECT RESCORR ASSIGN TO "RESCORR"
000590         ORGANIZATION IS LINE SEQUENTIAL
000600         FILE STATUS IS WS-RESCORR-STATUS.
000610     SELECT RESVRPT ASSIGN TO "RESVRPT"
000620         ORGANIZATION IS LINE SEQUENTIAL
000630         FILE STATUS IS WS-RESVRPT-STATUS.
000640 DATA DIVISION.
000650 FILE SECTION.
000660 FD  RESTXN
000670     RECORDING MODE IS F.
000680 01  RESTXN-REC.
000690     05  RESTXN-ACTION              PIC X(01).
000700         88  TXN-VOID               VALUE 'V'.
000710         88  TXN-REINSTATE          VALUE 'R'.
000720     05  RESTXN-KEY.
000730         10  RESTXN-PROGRAM-ID      PIC X(08).
000740         10  RESTXN-RUN-TIMESTAMP   PIC X(21).
000750     05  RESTXN-REASON-CODE         PIC X(04).
000760 FD  EULERRES
000770     RECORDING MODE IS F.
000780     COPY EULERRES.
000790 FD  OPERMAST
000800     RECORDING MODE IS F.
000810     COPY OPERMST.
000820 FD  OPERCTL
000830     RECORDING MODE IS F.
000840 01  OPERCTL-REC.
000850     05  OPERCTL-OPERATOR-ID        PIC X(08).
000860 FD  RESCORR
000870     RECORDING MODE IS F.
000880 01  RESCORR-REC.
000890     05  RESCORR-TIMESTAMP          PIC X(21).
000900     05  RESCORR-SUBMIT-OPER        PIC X(08).
000910     05  RESCORR-ACTION             PIC X(01).
000920     05  RESCORR-BEFORE-IMAGE       PIC X(159).
000930     05  RESCORR-AFTER-IMAGE        PIC X(159).
000940 FD  RESVRPT
000950     RECORDING MODE IS F.
000960 01  RESVRPT-REC                    PIC X(132).
000970 WORKING-STORAGE SECTION.
000980*-----------------------------------------------------------------
000990* FILE STATUS AND DATE WORK AREAS
001000*-----------------------------------------------------------------
001010 01  WS-RESTXN-STATUS               PIC X(02) VALUE SPACES.
001020     88  RESTXN-OK                  VALUE '00'.
001030 01  WS-EULERRES-STATUS             PIC X(02) VALUE SPACES.
001040     88  EULERRES-OK                VALUE '00'.
001050     88  EULERRES-NOT-FOUND         VALUE '35'.
001060 01  WS-OPERMAST-STATUS             PIC X(02) VALUE SPACES.
001070     88  OPERMAST-OK                VALUE '00'.
001080     88  OPERMAST-NOT-FOUND         VALUE '35'.
001090 01  WS-OPERCTL-STATUS              PIC X(02) VALUE SPACES.
001100     88  OPERCTL-OK                 VALUE '00'.
001110 01  WS-RESCORR-STATUS              PIC X(02) VALUE SPACES.
001120     88  RESCORR-OK                 VALUE '00'.
001130 01  WS-RESVRPT-STATUS              PIC X(02) VALUE SPACES.
001140     88  RESVRPT-OK                 VALUE '00'.
001150 01  WS-EOF-FLAG                    PIC X(01) VALUE 'N'.
001160     88  FILE-EOF                   VALUE 'Y'.
001170 01  WS-CURRENT-DATE.
001180     05  WS-CURRENT-DATE-YYYYMMDD   PIC X(08).
001190     05  FILLER                     PIC X(18).
001200 01  WS-TIMESTAMP                   PIC X(21) VALUE SPACES.
001210*-----------------------------------------------------------------
001220* THE SUBMITTER AND ITS AUTHORITY.  CORRECTING THE TREND MASTER
001230* IS RESERVED TO THE SAME ACTIVE LEVEL-3-OR-ABOVE OPERATORS WHO
001240* MAY SUBMIT UNCAPPED WORK.
001250*-----------------------------------------------------------------
001260 01  WS-SUBMIT-OPERATOR-ID          PIC X(08) VALUE SPACES.
001270 01  WS-SUBMIT-AUTH-LEVEL           PIC 9(01) VALUE ZERO.
001280 01  WS-SUBMIT-AUTH-FLAG            PIC X(01) VALUE 'N'.
001290     88  SUBMITTER-AUTHORIZED       VALUE 'Y'.
001300 01  WS-SUBMIT-DENIAL               PIC X(40) VALUE SPACES.
001310 01  WS-REQUIRED-LEVEL              PIC 9(01) VALUE 3.
001320*-----------------------------------------------------------------
001330* TRANSACTION WORK AREAS.  THE BEFORE AND AFTER IMAGES ARE WHOLE
001340* EULERRES RECORDS FOR THE CORRECTION TRAIL; THE REJECT REASON
001350* FEEDS THE REPORT LINE.
001360*-----------------------------------------------------------------
001370 01  WS-BEFORE-IMAGE                PIC X(159) VALUE SPACES.
001380 01  WS-AFTER-IMAGE                 PIC X(159) VALUE SPACES.
001390 01  WS-REJECT-REASON               PIC X(40) VALUE SPACES.
001400 01  WS-TXN-VERDICT-FLAG            PIC X(01) VALUE SPACE.
001410     88  TXN-ACCEPTED               VALUE 'Y'.
001420     88  TXN-REJECTED               VALUE 'N'.
001430*-----------------------------------------------------------------
001440* MAINTENANCE COUNTERS
001450*-----------------------------------------------------------------
001460 77  WS-TXN-READ-COUNT              PIC 9(05) COMP VALUE ZERO.
001470 77  WS-APPLIED-COUNT               PIC 9(05) COMP VALUE ZERO.
001480 77  WS-VOIDED-COUNT                PIC 9(05) COMP VALUE ZERO.
001490 77  WS-REINSTATED-COUNT            PIC 9(05) COMP VALUE ZERO.
001500 77  WS-REJECTED-COUNT              PIC 9(05) COMP VALUE ZERO.
001510 77  WS-TRAIL-WRITE-COUNT           PIC 9(05) COMP VALUE ZERO.
001520 01  WS-RECONCILE-FLAG              PIC X(01) VALUE 'Y'.
001530     88  COUNTS-RECONCILE           VALUE 'Y'.
001540*-----------------------------------------------------------------
001550* REPORT EDIT FIELDS
001560*-----------------------------------------------------------------
001570 01  WS-EDIT-COUNT                  PIC Z(4)9.
001580 01  WS-EDIT-LEVEL                  PIC 9(01).
001590*-----------------------------------------------------------------
001600* COMMON MESSAGE-ROUTINE PARAMETER AREA AND THE SUITE'S STANDARD
001610* RETURN-CODE CLASSES (SEE EULERMSG).
001620*-----------------------------------------------------------------
001630     COPY MSGAREA.
001640     COPY EULERRC.
001650 PROCEDURE DIVISION.
001660 0000-MAINLINE.
001670     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001680     PERFORM 1200-CHECK-SUBMITTER THRU 1200-EXIT.
001690     PERFORM 3000-APPLY-TRANSACTIONS THRU 3000-EXIT.
001700     PERFORM 6000-WRAP-UP THRU 6000-EXIT.
001710     GOBACK.
001720
001730*-----------------------------------------------------------------
001740* 1000-INITIALIZE -- OPEN THE REPORT AND THE CORRECTION TRAIL.  A
001750* CORRECTION WITH NO TRAIL IS EXACTLY WHAT THIS PROGRAM EXISTS TO
001760* PREVENT, SO EITHER OPEN FAILURE ABENDS BEFORE THE MASTER IS
001770* TOUCHED.
001780*-----------------------------------------------------------------
001790 1000-INITIALIZE.
001800     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
001810     MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP.
001820     PERFORM 1100-GET-SUBMITTER THRU 1100-EXIT.
001830     OPEN OUTPUT RESVRPT.
001840     IF NOT RESVRPT-OK
001850         MOVE "VOD001E" TO MSG-ID
001860         STRING "UNABLE TO OPEN RESVRPT, STATUS "
001870             WS-RESVRPT-STATUS
001880             DELIMITED BY SIZE INTO MSG-TEXT
001890         PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
001900         MOVE RC-FILE-ERROR TO RETURN-CODE
001910         STOP RUN
001920     END-IF.
001930     OPEN EXTEND RESCORR.
001940     IF WS-RESCORR-STATUS = '35'
001950         OPEN OUTPUT RESCORR
001960         CLOSE RESCORR
001970         OPEN EXTEND RESCORR
001980     END-IF.
001990     IF NOT RESCORR-OK
002000         MOVE "VOD002E" TO MSG-ID
002010         STRING "UNABLE TO OPEN RESCORR, STATUS "
002020             WS-RESCORR-STATUS
002030             DELIMITED BY SIZE INTO MSG-TEXT
002040         PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
002050         MOVE RC-FILE-ERROR TO RETURN-CODE
002060         STOP RUN
002070     END-IF.
002080     MOVE SPACES TO RESVRPT-REC.
002090     STRING "EULERVOD TREND MASTER VOID/REINSTATE - DATE "
002100         DELIMITED BY SIZE
002110         WS-CURRENT-DATE-YYYYMMDD DELIMITED BY SIZE
002120         " BY " DELIMITED BY SIZE
002130         WS-SUBMIT-OPERATOR-ID DELIMITED BY SIZE
002140         INTO RESVRPT-REC.
002150     WRITE RESVRPT-REC.
002160     MOVE SPACES TO RESVRPT-REC.
002170     WRITE RESVRPT-REC.
002180 1000-EXIT.
002190     EXIT.
002200
002210*-----------------------------------------------------------------
002220* 1100-GET-SUBMITTER -- READ THE SUBMITTING OPERATOR'S ID FROM
002230* THE OPERCTL CONTROL FILE, AS EULEROPM DOES, DEFAULTING TO
002240* "BATCHJOB" FOR UNATTENDED RUNS.
002250*-----------------------------------------------------------------
002260 1100-GET-SUBMITTER.
002270     MOVE "BATCHJOB" TO WS-SUBMIT-OPERATOR-ID.
002280     OPEN INPUT OPERCTL.
002290     IF OPERCTL-OK
002300         READ OPERCTL
002310             AT END
002320                 CONTINUE
002330             NOT AT END
002340                 MOVE OPERCTL-OPERATOR-ID
002350                     TO WS-SUBMIT-OPERATOR-ID
002360         END-READ
002370         CLOSE OPERCTL
002380     END-IF.
002390 1100-EXIT.
002400     EXIT.
002410
002420*-----------------------------------------------------------------
002430* 1200-CHECK-SUBMITTER -- LOOK THE SUBMITTER UP ON OPERMAST.  AN
002440* UNKNOWN, INACTIVE OR UNDER-LEVEL SUBMITTER DOES NOT ABEND THE
002450* STEP: EVERY CARD IS REJECTED WITH THE DENIAL AS ITS REASON, SO
002460* THE REPORT SHOWS WHAT WAS ATTEMPTED AND WHY NOTHING CHANGED.
002470* AN ABSENT MASTER AUTHORIZES NOBODY.
002480*-----------------------------------------------------------------
002490 1200-CHECK-SUBMITTER.
002500     MOVE 'N' TO WS-SUBMIT-AUTH-FLAG.
002510     MOVE "SUBMITTER NOT ON OPERMAST" TO WS-SUBMIT-DENIAL.
002520     MOVE 'N' TO WS-EOF-FLAG.
002530     OPEN INPUT OPERMAST.
002540     IF NOT OPERMAST-OK AND NOT OPERMAST-NOT-FOUND
002550         MOVE "VOD003E" TO MSG-ID
002560         STRING "UNABLE TO OPEN OPERMAST, STATUS "
002570             WS-OPERMAST-STATUS
002580             DELIMITED BY SIZE INTO MSG-TEXT
002590         PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
002600         MOVE RC-FILE-ERROR TO RETURN-CODE
002610         STOP RUN
002620     END-IF.
002630     IF OPERMAST-OK
002640         PERFORM 1250-FIND-SUBMITTER THRU 1250-EXIT
002650             UNTIL FILE-EOF
002660         CLOSE OPERMAST
002670     END-IF.
002680     IF NOT SUBMITTER-AUTHORIZED
002690         MOVE "VOD004W" TO MSG-ID
002700         STRING "SUBMITTER " DELIMITED BY SIZE
002710             WS-SUBMIT-OPERATOR-ID DELIMITED BY SIZE
002720             " NOT AUTHORIZED - " DELIMITED BY SIZE
002730             FUNCTION TRIM(WS-SUBMIT-DENIAL) DELIMITED BY SIZE
002740             INTO MSG-TEXT
002750         PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
002760     END-IF.
002770 1200-EXIT.
002780     EXIT.
002790
002800 1250-FIND-SUBMITTER.
002810     READ OPERMAST
002820         AT END
002830             SET FILE-EOF TO TRUE
002840         NOT AT END
002850             IF OPERMST-OPERATOR-ID = WS-SUBMIT-OPERATOR-ID
002860                 SET FILE-EOF TO TRUE
002870                 PERFORM 1260-RATE-SUBMITTER THRU 1260-EXIT
002880             END-IF
002890     END-READ.
002900 1250-EXIT.
002910     EXIT.
002920
002930 1260-RATE-SUBMITTER.
002940     MOVE OPERMST-AUTH-LEVEL TO WS-SUBMIT-AUTH-LEVEL.
002950     IF NOT OPERMST-ACTIVE
002960         MOVE "SUBMITTER INACTIVE ON OPERMAST"
002970             TO WS-SUBMIT-DENIAL
002980         GO TO 1260-EXIT
002990     END-IF.
003000     IF WS-SUBMIT-AUTH-LEVEL < WS-REQUIRED-LEVEL
003010         MOVE WS-SUBMIT-AUTH-LEVEL TO WS-EDIT-LEVEL
003020         MOVE SPACES TO WS-SUBMIT-DENIAL
003030         STRING "SUBMITTER LEVEL " DELIMITED BY SIZE
003040             WS-EDIT-LEVEL DELIMITED BY SIZE
003050             ", LEVEL 3 REQUIRED" DELIMITED BY SIZE
003060             INTO WS-SUBMIT-DENIAL
003070         GO TO 1260-EXIT
003080     END-IF.
003090     MOVE SPACES TO WS-SUBMIT-DENIAL.
003100     SET SUBMITTER-AUTHORIZED TO TRUE.
003110 1260-EXIT.
003120     EXIT.
003130
003140*-----------------------------------------------------------------
003150* 3000-APPLY-TRANSACTIONS -- READ AND APPLY EVERY RESTXN CARD
003160* AGAINST THE MASTER, OPENED I-O FOR KEYED READ AND REWRITE.  A
003170* RUN WITH NO TRANSACTION FILE, OR AN EMPTY ONE, IS A MIS-BUILT
003180* JOB AND ABENDS, AS IN EULEROPM.
003190*-----------------------------------------------------------------
003200 3000-APPLY-TRANSACTIONS.
003210     MOVE 'N' TO WS-EOF-FLAG.
003220     OPEN INPUT RESTXN.
003230     IF NOT RESTXN-OK
003240         MOVE "VOD005E" TO MSG-ID
003250         STRING "UNABLE TO OPEN RESTXN, STATUS "
003260             WS-RESTXN-STATUS
003270             DELIMITED BY SIZE INTO MSG-TEXT
003280         PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
003290         MOVE RC-FILE-ERROR TO RETURN-CODE
003300         STOP RUN
003310     END-IF.
003320     OPEN I-O EULERRES.
003330     IF NOT EULERRES-OK
003340         MOVE "VOD006E" TO MSG-ID
003350         STRING "UNABLE TO OPEN EULERRES, STATUS "
003360             WS-EULERRES-STATUS
003370             DELIMITED BY SIZE INTO MSG-TEXT
003380         PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
003390         MOVE RC-FILE-ERROR TO RETURN-CODE
003400         STOP RUN
003410     END-IF.
003420     PERFORM 3100-APPLY-ONE-TXN THRU 3100-EXIT
003430         UNTIL FILE-EOF.
003440     CLOSE RESTXN.
003450     CLOSE EULERRES.
003460     IF WS-TXN-READ-COUNT = ZERO
003470         MOVE "VOD007E" TO MSG-ID
003480         MOVE "RESTXN HOLDS NO TRANSACTIONS" TO MSG-TEXT
003490         PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
003500         MOVE RC-PARM-ERROR TO RETURN-CODE
003510         STOP RUN
003520     END-IF.
003530 3000-EXIT.
003540     EXIT.
003550
003560 3100-APPLY-ONE-TXN.
003570     READ RESTXN
003580         AT END
003590             SET FILE-EOF TO TRUE
003600         NOT AT END
003610             ADD 1 TO WS-TXN-READ-COUNT
003620             PERFORM 3200-VALIDATE-AND-APPLY THRU 3200-EXIT
003630             PERFORM 4500-REPORT-VERDICT THRU 4500-EXIT
003640     END-READ.
003650 3100-EXIT.
003660     EXIT.
003670
003680*-----------------------------------------------------------------
003690* 3200-VALIDATE-AND-APPLY -- ONE TRANSACTION.  THE VERDICT FLAG,
003700* REJECT REASON AND BEFORE/AFTER IMAGES ARE LEFT FILLED FOR THE
003710* REPORT AND TRAIL WRITERS.  THE MASTER RECORD IS ONLY REWRITTEN
003720* ON AN ACCEPTED TRANSACTION.
003730*-----------------------------------------------------------------
003740 3200-VALIDATE-AND-APPLY.
003750     SET TXN-ACCEPTED TO TRUE.
003760     MOVE SPACES TO WS-REJECT-REASON.
003770     MOVE SPACES TO WS-BEFORE-IMAGE.
003780     MOVE SPACES TO WS-AFTER-IMAGE.
003790     PERFORM 3250-VALIDATE-CARD THRU 3250-EXIT.
003800     IF TXN-ACCEPTED
003810         IF TXN-VOID
003820             PERFORM 3300-APPLY-VOID THRU 3300-EXIT
003830         ELSE
003840             PERFORM 3400-APPLY-REINSTATE THRU 3400-EXIT
003850         END-IF
003860     END-IF.
003870     IF TXN-ACCEPTED
003880         ADD 1 TO WS-APPLIED-COUNT
003890         PERFORM 4000-WRITE-TRAIL THRU 4000-EXIT
003900     ELSE
003910         ADD 1 TO WS-REJECTED-COUNT
003920     END-IF.
003930 3200-EXIT.
003940     EXIT.
003950
003960*-----------------------------------------------------------------
003970* 3250-VALIDATE-CARD -- THE SUBMITTER'S AUTHORITY, THE ACTION,
003980* THE KEY AND THE REASON CODE, THEN THE KEYED READ THAT LEAVES
003990* THE TARGET RECORD IN EULERRES-REC FOR THE APPLY PARAGRAPHS.
004000*-----------------------------------------------------------------
004010 3250-VALIDATE-CARD.
004020     IF NOT SUBMITTER-AUTHORIZED
004030         SET TXN-REJECTED TO TRUE
004040         MOVE WS-SUBMIT-DENIAL TO WS-REJECT-REASON
004050         GO TO 3250-EXIT
004060     END-IF.
004070     IF NOT TXN-VOID AND NOT TXN-REINSTATE
004080         SET TXN-REJECTED TO TRUE
004090         MOVE "ACTION NOT V OR R" TO WS-REJECT-REASON
004100         GO TO 3250-EXIT
004110     END-IF.
004120     IF RESTXN-PROGRAM-ID = SPACES
004130             OR RESTXN-RUN-TIMESTAMP = SPACES
004140         SET TXN-REJECTED TO TRUE
004150         MOVE "RECORD KEY MISSING" TO WS-REJECT-REASON
004160         GO TO 3250-EXIT
004170     END-IF.
004180     IF RESTXN-REASON-CODE = SPACES
004190         SET TXN-REJECTED TO TRUE
004200         MOVE "REASON CODE MISSING" TO WS-REJECT-REASON
004210         GO TO 3250-EXIT
004220     END-IF.
004230     MOVE RESTXN-KEY TO EULERRES-KEY.
004240     READ EULERRES
004250         INVALID KEY
004260             SET TXN-REJECTED TO TRUE
004270             MOVE "RECORD NOT ON EULERRES" TO WS-REJECT-REASON
004280     END-READ.
004290 3250-EXIT.
004300     EXIT.
004310
004320*-----------------------------------------------------------------
004330* 3300-APPLY-VOID -- MARK AN ACTIVE RECORD VOIDED WITH THE CARD'S
004340* REASON CODE.  VOIDING A RECORD ALREADY VOIDED IS A MIS-KEYED
004350* CARD AND IS REJECTED.
004360*-----------------------------------------------------------------
004370 3300-APPLY-VOID.
004380     IF EULERRES-VOIDED
004390         SET TXN-REJECTED TO TRUE
004400         MOVE "RECORD ALREADY VOIDED" TO WS-REJECT-REASON
004410         GO TO 3300-EXIT
004420     END-IF.
004430     MOVE EULERRES-REC TO WS-BEFORE-IMAGE.
004440     SET EULERRES-VOIDED TO TRUE.
004450     MOVE RESTXN-REASON-CODE TO EULERRES-REASON-CODE.
004460     PERFORM 3500-REWRITE-RECORD THRU 3500-EXIT.
004470     IF TXN-ACCEPTED
004480         ADD 1 TO WS-VOIDED-COUNT
004490     END-IF.
004500 3300-EXIT.
004510     EXIT.
004520
004530*-----------------------------------------------------------------
004540* 3400-APPLY-REINSTATE -- RETURN A VOIDED RECORD TO ACTIVE.  THE
004550* REASON CODE IS REPLACED BY THE REINSTATEMENT'S, SO THE RECORD
004560* ALWAYS NAMES ITS LAST CORRECTION; THE TRAIL KEEPS THE HISTORY.
004570* REINSTATING AN ACTIVE RECORD IS REJECTED.
004580*-----------------------------------------------------------------
004590 3400-APPLY-REINSTATE.
004600     IF EULERRES-ACTIVE
004610         SET TXN-REJECTED TO TRUE
004620         MOVE "RECORD NOT VOIDED" TO WS-REJECT-REASON
004630         GO TO 3400-EXIT
004640     END-IF.
004650     MOVE EULERRES-REC TO WS-BEFORE-IMAGE.
004660     SET EULERRES-ACTIVE TO TRUE.
004670     MOVE RESTXN-REASON-CODE TO EULERRES-REASON-CODE.
004680     PERFORM 3500-REWRITE-RECORD THRU 3500-EXIT.
004690     IF TXN-ACCEPTED
004700         ADD 1 TO WS-REINSTATED-COUNT
004710     END-IF.
004720 3400-EXIT.
004730     EXIT.
004740
004750*-----------------------------------------------------------------
004760* 3500-REWRITE-RECORD -- PUT THE AMENDED RECORD BACK.  A REWRITE
004770* THAT FAILS ON A RECORD JUST READ MEANS THE MASTER ITSELF IS IN
004780* TROUBLE, SO THE STEP ABENDS RATHER THAN CARRY ON.
004790*-----------------------------------------------------------------
004800 3500-REWRITE-RECORD.
004810     REWRITE EULERRES-REC
004820         INVALID KEY
004830             CONTINUE
004840     END-REWRITE.
004850     IF NOT EULERRES-OK
004860         MOVE "VOD008E" TO MSG-ID
004870         STRING "UNABLE TO REWRITE EULERRES, STATUS "
004880             WS-EULERRES-STATUS
004890             DELIMITED BY SIZE INTO MSG-TEXT
004900         PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
004910         MOVE RC-FILE-ERROR TO RETURN-CODE
004920         STOP RUN
004930     END-IF.
004940     MOVE EULERRES-REC TO WS-AFTER-IMAGE.
004950 3500-EXIT.
004960     EXIT.
004970
004980*-----------------------------------------------------------------
004990* 4000-WRITE-TRAIL -- ONE BEFORE/AFTER-IMAGE RECORD PER APPLIED
005000* TRANSACTION, SO EVERY VOID AND REINSTATEMENT HAS A WHO-CHANGED-
005010* WHAT TRAIL WITH THE WHOLE RECORD ON EITHER SIDE.
005020*-----------------------------------------------------------------
005030 4000-WRITE-TRAIL.
005040     MOVE WS-TIMESTAMP          TO RESCORR-TIMESTAMP.
005050     MOVE WS-SUBMIT-OPERATOR-ID TO RESCORR-SUBMIT-OPER.
005060     MOVE RESTXN-ACTION         TO RESCORR-ACTION.
005070     MOVE WS-BEFORE-IMAGE       TO RESCORR-BEFORE-IMAGE.
005080     MOVE WS-AFTER-IMAGE        TO RESCORR-AFTER-IMAGE.
005090     WRITE RESCORR-REC.
005100     ADD 1 TO WS-TRAIL-WRITE-COUNT.
005110 4000-EXIT.
005120     EXIT.
005130
005140 4500-REPORT-VERDICT.
005150     MOVE SPACES TO RESVRPT-REC.
005160     IF TXN-ACCEPTED
005170         STRING "  APPLIED  " DELIMITED BY SIZE
005180             RESTXN-ACTION DELIMITED BY SIZE
005190             " " DELIMITED BY SIZE
005200             RESTXN-PROGRAM-ID DELIMITED BY SIZE
005210             " " DELIMITED BY SIZE
005220             RESTXN-RUN-TIMESTAMP DELIMITED BY SIZE
005230             " REASON " DELIMITED BY SIZE
005240             RESTXN-REASON-CODE DELIMITED BY SIZE
005250             INTO RESVRPT-REC
005260     ELSE
005270         STRING "  REJECTED " DELIMITED BY SIZE
005280             RESTXN-ACTION DELIMITED BY SIZE
005290             " " DELIMITED BY SIZE
005300             RESTXN-PROGRAM-ID DELIMITED BY SIZE
005310             " " DELIMITED BY SIZE
005320             RESTXN-RUN-TIMESTAMP DELIMITED BY SIZE
005330             " - " DELIMITED BY SIZE
005340             FUNCTION TRIM(WS-REJECT-REASON) DELIMITED BY SIZE
005350             INTO RESVRPT-REC
005360     END-IF.
005370     WRITE RESVRPT-REC.
005380 4500-EXIT.
005390     EXIT.
005400
005410*-----------------------------------------------------------------
005420* 6000-WRAP-UP -- SUMMARY COUNTS, THE COUNT RECONCILIATION AND
005430* THE STEP RETURN CODE: RC-VERIFY-ERROR WHEN THE COUNTS DO NOT
005440* TIE OUT, RC 4 WHEN ANY TRANSACTION WAS REJECTED, ZERO
005450* OTHERWISE -- THE SAME CONVENTION AS EULEROPM.
005460*-----------------------------------------------------------------
005470 6000-WRAP-UP.
005480     CLOSE RESCORR.
005490     MOVE SPACES TO RESVRPT-REC.
005500     WRITE RESVRPT-REC.
005510     MOVE WS-TXN-READ-COUNT TO WS-EDIT-COUNT.
005520     MOVE SPACES TO RESVRPT-REC.
005530     STRING "  TRANSACTIONS READ        : " DELIMITED BY SIZE
005540         FUNCTION TRIM(WS-EDIT-COUNT) DELIMITED BY SIZE
005550         INTO RESVRPT-REC.
005560     WRITE RESVRPT-REC.
005570     MOVE WS-APPLIED-COUNT TO WS-EDIT-COUNT.
005580     MOVE SPACES TO RESVRPT-REC.
005590     STRING "  TRANSACTIONS APPLIED     : " DELIMITED BY SIZE
005600         FUNCTION TRIM(WS-EDIT-COUNT) DELIMITED BY SIZE
005610         INTO RESVRPT-REC.
005620     WRITE RESVRPT-REC.
005630     MOVE WS-VOIDED-COUNT TO WS-EDIT-COUNT.
005640     MOVE SPACES TO RESVRPT-REC.
005650     STRING "    RECORDS VOIDED         : " DELIMITED BY SIZE
005660         FUNCTION TRIM(WS-EDIT-COUNT) DELIMITED BY SIZE
005670         INTO RESVRPT-REC.
005680     WRITE RESVRPT-REC.
005690     MOVE WS-REINSTATED-COUNT TO WS-EDIT-COUNT.
005700     MOVE SPACES TO RESVRPT-REC.
005710     STRING "    RECORDS REINSTATED     : " DELIMITED BY SIZE
005720         FUNCTION TRIM(WS-EDIT-COUNT) DELIMITED BY SIZE
005730         INTO RESVRPT-REC.
005740     WRITE RESVRPT-REC.
005750     MOVE WS-REJECTED-COUNT TO WS-EDIT-COUNT.
005760     MOVE SPACES TO RESVRPT-REC.
005770     STRING "  TRANSACTIONS REJECTED    : " DELIMITED BY SIZE
005780         FUNCTION TRIM(WS-EDIT-COUNT) DELIMITED BY SIZE
005790         INTO RESVRPT-REC.
005800     WRITE RESVRPT-REC.
005810     MOVE WS-TRAIL-WRITE-COUNT TO WS-EDIT-COUNT.
005820     MOVE SPACES TO RESVRPT-REC.
005830     STRING "  CORRECTION TRAIL RECORDS : " DELIMITED BY SIZE
005840         FUNCTION TRIM(WS-EDIT-COUNT) DELIMITED BY SIZE
005850         INTO RESVRPT-REC.
005860     WRITE RESVRPT-REC.
005870     IF WS-TXN-READ-COUNT NOT =
005880             WS-APPLIED-COUNT + WS-REJECTED-COUNT
005890         MOVE 'N' TO WS-RECONCILE-FLAG
005900     END-IF.
005910     IF WS-APPLIED-COUNT NOT =
005920             WS-VOIDED-COUNT + WS-REINSTATED-COUNT
005930             OR WS-APPLIED-COUNT NOT = WS-TRAIL-WRITE-COUNT
005940         MOVE 'N' TO WS-RECONCILE-FLAG
005950     END-IF.
005960     IF NOT COUNTS-RECONCILE
005970         MOVE "  COUNTS DO NOT RECONCILE - RUN ABENDED"
005980             TO RESVRPT-REC
005990         WRITE RESVRPT-REC
006000         MOVE "VOD009E" TO MSG-ID
006010         MOVE "COUNTS DO NOT RECONCILE" TO MSG-TEXT
006020         PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
006030         MOVE RC-VERIFY-ERROR TO RETURN-CODE
006040     ELSE
006050         IF WS-REJECTED-COUNT > ZERO
006060             MOVE "  CORRECTIONS DONE - REJECTIONS NEED REVIEW"
006070                 TO RESVRPT-REC
006080             WRITE RESVRPT-REC
006090             MOVE "VOD010W" TO MSG-ID
006100             MOVE "TRANSACTIONS REJECTED, SEE RESVRPT"
006110                 TO MSG-TEXT
006120             PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
006130             MOVE 4 TO RETURN-CODE
006140         ELSE
006150             MOVE "  CORRECTIONS COMPLETE - ALL CARDS APPLIED"
006160                 TO RESVRPT-REC
006170             WRITE RESVRPT-REC
006180         END-IF
006190     END-IF.
006200     CLOSE RESVRPT.
006210 6000-EXIT.
006220     EXIT.
006230
006240*-----------------------------------------------------------------
006250* 9800-LOG-MESSAGE -- ROUTE A DIAGNOSTIC THROUGH THE COMMON
006260* EULERMSG ROUTINE.  CALLERS FILL MSG-ID (SEVERITY LETTER LAST)
006270* AND MSG-TEXT; THE SEVERITY IS DERIVED FROM THE ID AND THE TEXT
006280* BUFFER IS BLANKED FOR THE NEXT CALLER.
006290*-----------------------------------------------------------------
006300 9800-LOG-MESSAGE.
006310     MOVE MSG-ID(7:1) TO MSG-SEVERITY.
006320     MOVE "EULERVOD" TO MSG-PROGRAM.
006330     CALL "EULERMSG" USING EULERMSG-PARMS.
006340     MOVE SPACES TO MSG-TEXT.
006350 9800-EXIT.
006360     EXIT.
006370
006380 END PROGRAM EULERVOD.
