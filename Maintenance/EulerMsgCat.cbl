000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. EULERCAT.
000120 AUTHOR. D-L-WHITFIELD.
000130 INSTALLATION. EULER-BATCH-REPORTING.
000140 DATE-WRITTEN. 10/15/2026.
000150 DATE-COMPILED.
000160*****************************************************************
000170* MODIFICATION HISTORY                                          *
000180*-----------------------------------------------------------------
000190*  DATE       INIT  DESCRIPTION
000200*  ---------- ----  ----------------------------------------------
000210*  10/15/2026 DLW   ORIGINAL PROGRAM.  TRANSACTION-DRIVEN
000220*                   MAINTENANCE FOR THE KEYED MSGCAT MESSAGE
000230*                   CATALOG, WHICH HOLDS PER MESSAGE ID THE OWNING
000240*                   PROGRAM, THE EXPECTED SEVERITY, A SHORT
000250*                   EXPLANATION, THE OPERATOR ACTION AND WHETHER
000260*                   THE MESSAGE PAGES ON-CALL.  CATTXN CARDS CARRY
000270*                   ADD ('A'), CHANGE ('C') AND DELETE ('D')
000280*                   ACTIONS BY MESSAGE ID.  THE SUBMITTER NAMED ON
000290*                   OPERCTL MUST BE AN ACTIVE LEVEL-3-OR-ABOVE
000300*                   OPERATOR ON OPERMAST OR EVERY CARD IS
000310*                   REJECTED, AS IN EULERREG.  EACH APPLIED
000320*                   ACTION WRITES A BEFORE/AFTER-IMAGE RECORD TO
000330*                   THE CATAUDT TRAIL, AND THE CATRPT REPORT
000340*                   LISTS APPLIED AND REJECTED TRANSACTIONS
000350*                   FOLLOWED BY THE PRINTED CATALOG LISTING THE
000360*                   NIGHT OPERATOR WORKS FROM.  A RUN WITH NO
000370*                   CATTXN ALLOCATED PRINTS THE LISTING ONLY.
000380*                   ANY REJECTION ENDS THE STEP WITH RC 4, AS IN
000390*                   EULEROPM.
000400*****************************************************************
000410 ENVIRONMENT DIVISION.
000420 CONFIGURATION SECTION.
000430 SOURCE-COMPUTER. IBM-370.
000440 OBJECT-COMPUTER. IBM-370.
000450 INPUT-OUTPUT SECTION.
000460 FILE-CONTROL.
000470     SELECT CATTXN ASSIGN TO "CATTXN"
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS IS WS-CATTXN-STATUS.
000500     SELECT MSGCAT ASSIGN TO "MSGCAT"
000510         ORGANIZATION IS INDEXED
000520         ACCESS MODE IS DYNAMIC
000530         RECORD KEY IS MSGCAT-KEY
000540         FILE STATUS IS WS-MSGCAT-STATUS.
000550     SELECT OPERMAST ASSIGN TO "OPERMAST"
000560         ORGANIZATION IS LINE SEQUENTIAL
000570         FILE STATUS IS WS-OPERMAST-STATUS.
000580     SELECT OPERCTL ASSIGN TO "OPERCTL"
000590         ORGANIZATION IS LINE SEQUENTIAL
000600         FILE STATUS IS WS-OPERCTL-STATUS.
000610     SELECT CATAUDT ASSIGN TO "CATAUDT"
000620         ORGANIZATION IS LINE SEQUENTIAL
000630         FILE STATUS IS WS-CATAUDT-STATUS.
000640     SELECT CATRPT ASSIGN TO "CATRPT"
000650         ORGANIZATION IS LINE SEQUENTIAL
000660         FILE STATUS IS WS-CATRPT-STATUS.
000670 DATA DIVISION.
000680 FILE SECTION.
000690*    ADD AND CHANGE CARDS CARRY THE OWNING PROGRAM, THE EXPECTED
000700*    SEVERITY (I, W OR E), THE PAGE-ON-CALL FLAG (Y OR N), THE
000710*    EXPLANATION AND THE OPERATOR ACTION; A DELETE CARD CARRIES
000720*    THE MESSAGE ID ALONE.
000730 FD  CATTXN
000740     RECORDING MODE IS F.
000750 01  CATTXN-REC.
000760     05  CATTXN-ACTION              PIC X(01).
000770         88  TXN-ADD                VALUE 'A'.
000780         88  TXN-CHANGE             VALUE 'C'.
000790         88  TXN-DELETE             VALUE 'D'.
000800     05  CATTXN-MSG-ID              PIC X(08).
000810     05  CATTXN-OWNER-PROGRAM       PIC X(08).
000820     05  CATTXN-SEVERITY            PIC X(01).
000830     05  CATTXN-PAGE-FLAG           PIC X(01).
000840     05  CATTXN-EXPLANATION         PIC X(60).
000850     05  CATTXN-OPER-ACTION         PIC X(80).
000860 FD  MSGCAT
000870     RECORDING MODE IS F.
000880     COPY MSGCAT.
000890 FD  OPERMAST
000900     RECORDING MODE IS F.
000910     COPY OPERMST.
000920 FD  OPERCTL
000930     RECORDING MODE IS F.
000940 01  OPERCTL-REC.
000950     05  OPERCTL-OPERATOR-ID        PIC X(08).
000960 FD  CATAUDT
000970     RECORDING MODE IS F.
000980 01  CATAUDT-REC.
000990     05  CATAUDT-TIMESTAMP          PIC X(21).
001000     05  CATAUDT-SUBMIT-OPER        PIC X(08).
001010     05  CATAUDT-ACTION             PIC X(01).
001020     05  CATAUDT-MSG-ID             PIC X(08).
001030     05  CATAUDT-BEFORE-IMAGE       PIC X(187).
001040     05  CATAUDT-AFTER-IMAGE        PIC X(187).
001050 FD  CATRPT
001060     RECORDING MODE IS F.
001070 01  CATRPT-REC                     PIC X(132).
001080 WORKING-STORAGE SECTION.
001090*-----------------------------------------------------------------
001100* FILE STATUS AND DATE WORK AREAS
001110*-----------------------------------------------------------------
001120 01  WS-CATTXN-STATUS               PIC X(02) VALUE SPACES.
001130     88  CATTXN-OK                  VALUE '00'.
001140     88  CATTXN-NOT-FOUND           VALUE '35'.
001150 01  WS-MSGCAT-STATUS               PIC X(02) VALUE SPACES.
001160     88  MSGCAT-OK                  VALUE '00'.
001170     88  MSGCAT-NOT-FOUND           VALUE '35'.
001180 01  WS-OPERMAST-STATUS             PIC X(02) VALUE SPACES.
001190     88  OPERMAST-OK                VALUE '00'.
001200     88  OPERMAST-NOT-FOUND         VALUE '35'.
001210 01  WS-OPERCTL-STATUS              PIC X(02) VALUE SPACES.
001220     88  OPERCTL-OK                 VALUE '00'.
001230 01  WS-CATAUDT-STATUS              PIC X(02) VALUE SPACES.
001240     88  CATAUDT-OK                 VALUE '00'.
001250 01  WS-CATRPT-STATUS               PIC X(02) VALUE SPACES.
001260     88  CATRPT-OK                  VALUE '00'.
001270 01  WS-EOF-FLAG                    PIC X(01) VALUE 'N'.
001280     88  FILE-EOF                   VALUE 'Y'.
001290 01  WS-CURRENT-DATE.
001300     05  WS-CURRENT-DATE-YYYYMMDD   PIC X(08).
001310     05  FILLER                     PIC X(18).
001320 01  WS-TIMESTAMP                   PIC X(21) VALUE SPACES.
001330 01  WS-LISTING-ONLY-FLAG           PIC X(01) VALUE 'N'.
001340     88  LISTING-ONLY               VALUE 'Y'.
001350*-----------------------------------------------------------------
001360* THE SUBMITTER AND ITS AUTHORITY.  THE CATALOG TELLS THE NIGHT
001370* OPERATOR WHAT TO DO AND WHETHER TO PAGE, SO CHANGING IT IS
001380* RESERVED TO THE SAME ACTIVE LEVEL-3-OR-ABOVE OPERATORS WHO
001390* MAINTAIN THE PROGRAM REGISTRY.
001400*-----------------------------------------------------------------
001410 01  WS-SUBMIT-OPERATOR-ID          PIC X(08) VALUE SPACES.
001420 01  WS-SUBMIT-AUTH-LEVEL           PIC 9(01) VALUE ZERO.
001430 01  WS-SUBMIT-AUTH-FLAG            PIC X(01) VALUE 'N'.
001440     88  SUBMITTER-AUTHORIZED       VALUE 'Y'.
001450 01  WS-SUBMIT-DENIAL               PIC X(40) VALUE SPACES.
001460 01  WS-REQUIRED-LEVEL              PIC 9(01) VALUE 3.
001470*-----------------------------------------------------------------
001480* TRANSACTION WORK AREAS.  THE BEFORE AND AFTER IMAGES ARE WHOLE
001490* MSGCAT RECORDS FOR THE AUDIT TRAIL; THE REJECT REASON FEEDS THE
001500* REPORT LINE.  AN ADD CARD WITH NO PAGE FLAG DOES NOT PAGE.
001510*-----------------------------------------------------------------
001520 01  WS-BEFORE-IMAGE                PIC X(187) VALUE SPACES.
001530 01  WS-AFTER-IMAGE                 PIC X(187) VALUE SPACES.
001540 01  WS-REJECT-REASON               PIC X(40) VALUE SPACES.
001550 01  WS-TXN-VERDICT-FLAG            PIC X(01) VALUE SPACE.
001560     88  TXN-ACCEPTED               VALUE 'Y'.
001570     88  TXN-REJECTED               VALUE 'N'.
001580 01  WS-CAT-FOUND-FLAG              PIC X(01) VALUE 'N'.
001590     88  CAT-ON-FILE                VALUE 'Y'.
001600 01  WS-DEFAULT-PAGE-FLAG           PIC X(01) VALUE 'N'.
001610*-----------------------------------------------------------------
001620* MAINTENANCE COUNTERS
001630*-----------------------------------------------------------------
001640 77  WS-TXN-READ-COUNT              PIC 9(05) COMP VALUE ZERO.
001650 77  WS-APPLIED-COUNT               PIC 9(05) COMP VALUE ZERO.
001660 77  WS-ADDED-COUNT                 PIC 9(05) COMP VALUE ZERO.
001670 77  WS-CHANGED-COUNT               PIC 9(05) COMP VALUE ZERO.
001680 77  WS-DELETED-COUNT               PIC 9(05) COMP VALUE ZERO.
001690 77  WS-REJECTED-COUNT              PIC 9(05) COMP VALUE ZERO.
001700 77  WS-AUDIT-WRITE-COUNT           PIC 9(05) COMP VALUE ZERO.
001710 77  WS-LISTED-COUNT                PIC 9(05) COMP VALUE ZERO.
001720 77  WS-PAGING-COUNT                PIC 9(05) COMP VALUE ZERO.
001730 01  WS-RECONCILE-FLAG              PIC X(01) VALUE 'Y'.
001740     88  COUNTS-RECONCILE           VALUE 'Y'.
001750*-----------------------------------------------------------------
001760* REPORT EDIT FIELDS
001770*-----------------------------------------------------------------
001780 01  WS-EDIT-COUNT                  PIC Z(4)9.
001790 01  WS-EDIT-LEVEL                  PIC 9(01).
001800*-----------------------------------------------------------------
001810* COMMON MESSAGE-ROUTINE PARAMETER AREA AND THE SUITE'S STANDARD
001820* RETURN-CODE CLASSES (SEE EULERMSG).
001830*-----------------------------------------------------------------
001840     COPY MSGAREA.
001850     COPY EULERRC.
001860 PROCEDURE DIVISION.
001870 0000-MAINLINE.
001880     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001890     PERFORM 1200-CHECK-SUBMITTER THRU 1200-EXIT.
001900     PERFORM 3000-APPLY-TRANSACTIONS THRU 3000-EXIT.
001910     PERFORM 5000-LIST-CATALOG THRU 5000-EXIT.
001920     PERFORM 6000-WRAP-UP THRU 6000-EXIT.
001930     GOBACK.
001940
001950*-----------------------------------------------------------------
001960* 1000-INITIALIZE -- OPEN THE REPORT AND THE AUDIT TRAIL.  A
001970* CATALOG CHANGE WITH NO TRAIL WOULD ALTER AN OPERATOR RESPONSE
001980* WITH NO RECORD OF WHO ALTERED IT, SO EITHER OPEN FAILURE ABENDS
001990* BEFORE THE MASTER IS TOUCHED.
002000*-----------------------------------------------------------------
002010 1000-INITIALIZE.
002020     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
002030     MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP.
002040     PERFORM 1100-GET-SUBMITTER THRU 1100-EXIT.
002050     OPEN OUTPUT CATRPT.
002060     IF NOT CATRPT-OK
002070         MOVE "CAT001E" TO MSG-ID
002080         STRING "UNABLE TO OPEN CATRPT, STATUS "
002090             WS-CATRPT-STATUS
002100             DELIMITED BY SIZE INTO MSG-TEXT
002110         PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
002120         MOVE RC-FILE-ERROR TO RETURN-CODE
002130         STOP RUN
002140     END-IF.
002150     OPEN EXTEND CATAUDT.
002160     IF WS-CATAUDT-STATUS = '35'
002170         OPEN OUTPUT CATAUDT
002180         CLOSE CATAUDT
002190         OPEN EXTEND CATAUDT
002200     END-IF.
002210     IF NOT CATAUDT-OK
002220         MOVE "CAT002E" TO MSG-ID
002230         STRING "UNABLE TO OPEN CATAUDT, STATUS "
002240             WS-CATAUDT-STATUS
002250             DELIMITED BY SIZE INTO MSG-TEXT
002260         PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
002270         MOVE RC-FILE-ERROR TO RETURN-CODE
002280         STOP RUN
002290     END-IF.
002300     MOVE SPACES TO CATRPT-REC.
002310     STRING "EULERCAT MESSAGE CATALOG MAINTENANCE - DATE "
002320         DELIMITED BY SIZE
002330         WS-CURRENT-DATE-YYYYMMDD DELIMITED BY SIZE
002340         " BY " DELIMITED BY SIZE
002350         WS-SUBMIT-OPERATOR-ID DELIMITED BY SIZE
002360         INTO CATRPT-REC.
002370     WRITE CATRPT-REC.
002380     MOVE SPACES TO CATRPT-REC.
002390     WRITE CATRPT-REC.
002400 1000-EXIT.
002410     EXIT.
002420
002430*-----------------------------------------------------------------
002440* 1100-GET-SUBMITTER -- READ THE SUBMITTING OPERATOR'S ID FROM
002450* THE OPERCTL CONTROL FILE, AS EULEROPM DOES, DEFAULTING TO
002460* "BATCHJOB" FOR UNATTENDED RUNS.
002470*-----------------------------------------------------------------
002480 1100-GET-SUBMITTER.
002490     MOVE "BATCHJOB" TO WS-SUBMIT-OPERATOR-ID.
002500     OPEN INPUT OPERCTL.
002510     IF OPERCTL-OK
002520         READ OPERCTL
002530             AT END
002540                 CONTINUE
002550             NOT AT END
002560                 MOVE OPERCTL-OPERATOR-ID
002570                     TO WS-SUBMIT-OPERATOR-ID
002580         END-READ
002590         CLOSE OPERCTL
002600     END-IF.
002610 1100-EXIT.
002620     EXIT.
002630
002640*-----------------------------------------------------------------
002650* 1200-CHECK-SUBMITTER -- LOOK THE SUBMITTER UP ON OPERMAST.  AN
002660* UNKNOWN, INACTIVE OR UNDER-LEVEL SUBMITTER DOES NOT ABEND THE
002670* STEP: EVERY CARD IS REJECTED WITH THE DENIAL AS ITS REASON, SO
002680* THE REPORT SHOWS WHAT WAS ATTEMPTED AND WHY NOTHING CHANGED.
002690* AN ABSENT MASTER AUTHORIZES NOBODY.
002700*-----------------------------------------------------------------
002710 1200-CHECK-SUBMITTER.
002720     MOVE 'N' TO WS-SUBMIT-AUTH-FLAG.
002730     MOVE "SUBMITTER NOT ON OPERMAST" TO WS-SUBMIT-DENIAL.
002740     MOVE 'N' TO WS-EOF-FLAG.
002750     OPEN INPUT OPERMAST.
002760     IF NOT OPERMAST-OK AND NOT OPERMAST-NOT-FOUND
002770         MOVE "CAT003E" TO MSG-ID
002780         STRING "UNABLE TO OPEN OPERMAST, STATUS "
002790             WS-OPERMAST-STATUS
002800             DELIMITED BY SIZE INTO MSG-TEXT
002810         PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
002820         MOVE RC-FILE-ERROR TO RETURN-CODE
002830         STOP RUN
002840     END-IF.
002850     IF OPERMAST-OK
002860         PERFORM 1250-FIND-SUBMITTER THRU 1250-EXIT
002870             UNTIL FILE-EOF
002880         CLOSE OPERMAST
002890     END-IF.
002900 1200-EXIT.
002910     EXIT.
002920
002930 1250-FIND-SUBMITTER.
002940     READ OPERMAST
002950         AT END
002960             SET FILE-EOF TO TRUE
002970         NOT AT END
002980             IF OPERMST-OPERATOR-ID = WS-SUBMIT-OPERATOR-ID
002990                 SET FILE-EOF TO TRUE
003000                 PERFORM 1260-RATE-SUBMITTER THRU 1260-EXIT
003010             END-IF
003020     END-READ.
003030 1250-EXIT.
003040     EXIT.
003050
003060 1260-RATE-SUBMITTER.
003070     MOVE OPERMST-AUTH-LEVEL TO WS-SUBMIT-AUTH-LEVEL.
003080     IF NOT OPERMST-ACTIVE
003090         MOVE "SUBMITTER INACTIVE ON OPERMAST"
003100             TO WS-SUBMIT-DENIAL
003110         GO TO 1260-EXIT
003120     END-IF.
003130     IF WS-SUBMIT-AUTH-LEVEL < WS-REQUIRED-LEVEL
003140         MOVE WS-SUBMIT-AUTH-LEVEL TO WS-EDIT-LEVEL
003150         MOVE SPACES TO WS-SUBMIT-DENIAL
003160         STRING "SUBMITTER LEVEL " DELIMITED BY SIZE
003170             WS-EDIT-LEVEL DELIMITED BY SIZE
003180             ", LEVEL 3 REQUIRED" DELIMITED BY SIZE
003190             INTO WS-SUBMIT-DENIAL
003200         GO TO 1260-EXIT
003210     END-IF.
003220     MOVE SPACES TO WS-SUBMIT-DENIAL.
003230     SET SUBMITTER-AUTHORIZED TO TRUE.
003240 1260-EXIT.
003250     EXIT.
003260
003270*-----------------------------------------------------------------
003280* 3000-APPLY-TRANSACTIONS -- READ AND APPLY EVERY CATTXN CARD
003290* AGAINST THE CATALOG, OPENED I-O FOR KEYED READ, WRITE, REWRITE
003300* AND DELETE.  AN ABSENT CATALOG IS CREATED EMPTY SO A FIRST
003310* INSTALLATION CAN BE BUILT FROM ADD CARDS ALONE, AS EULERREG
003320* BUILDS PGMREG.  NO CATTXN ALLOCATED IS A LISTING-ONLY RUN, SO
003330* THE NIGHT SHIFT CAN REPRINT THE CATALOG WITHOUT TOUCHING IT;
003340* A CATTXN THAT IS ALLOCATED BUT EMPTY IS A MIS-BUILT JOB AND
003350* ABENDS.  AN UNAUTHORIZED SUBMITTER IS ONLY LOGGED WHEN THERE
003360* ARE CARDS FOR IT TO HAVE SUBMITTED.
003370*-----------------------------------------------------------------
003380 3000-APPLY-TRANSACTIONS.
003390     MOVE 'N' TO WS-EOF-FLAG.
003400     OPEN INPUT CATTXN.
003410     IF CATTXN-NOT-FOUND
003420         SET LISTING-ONLY TO TRUE
003430         MOVE "  NO CATTXN ALLOCATED - CATALOG LISTING ONLY"
003440             TO CATRPT-REC
003450         WRITE CATRPT-REC
003460         GO TO 3000-EXIT
003470     END-IF.
003480     IF NOT CATTXN-OK
003490         MOVE "CAT005E" TO MSG-ID
003500         STRING "UNABLE TO OPEN CATTXN, STATUS "
003510             WS-CATTXN-STATUS
003520             DELIMITED BY SIZE INTO MSG-TEXT
003530         PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
003540         MOVE RC-FILE-ERROR TO RETURN-CODE
003550         STOP RUN
003560     END-IF.
003570     IF NOT SUBMITTER-AUTHORIZED
003580         MOVE "CAT004W" TO MSG-ID
003590         STRING "SUBMITTER " DELIMITED BY SIZE
003600             WS-SUBMIT-OPERATOR-ID DELIMITED BY SIZE
003610             " NOT AUTHORIZED - " DELIMITED BY SIZE
003620             FUNCTION TRIM(WS-SUBMIT-DENIAL) DELIMITED BY SIZE
003630             INTO MSG-TEXT
003640         PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
003650     END-IF.
003660     OPEN I-O MSGCAT.
003670     IF MSGCAT-NOT-FOUND
003680         OPEN OUTPUT MSGCAT
003690         CLOSE MSGCAT
003700         OPEN I-O MSGCAT
003710     END-IF.
003720     IF NOT MSGCAT-OK
003730         MOVE "CAT006E" TO MSG-ID
003740         STRING "UNABLE TO OPEN MSGCAT, STATUS "
003750             WS-MSGCAT-STATUS
003760             DELIMITED BY SIZE INTO MSG-TEXT
003770         PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
003780         MOVE RC-FILE-ERROR TO RETURN-CODE
003790         STOP RUN
003800     END-IF.
003810     PERFORM 3100-APPLY-ONE-TXN THRU 3100-EXIT
003820         UNTIL FILE-EOF.
003830     CLOSE CATTXN.
003840     CLOSE MSGCAT.
003850     IF WS-TXN-READ-COUNT = ZERO
003860         MOVE "CAT007E" TO MSG-ID
003870         MOVE "CATTXN HOLDS NO TRANSACTIONS" TO MSG-TEXT
003880         PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
003890         MOVE RC-PARM-ERROR TO RETURN-CODE
003900         STOP RUN
003910     END-IF.
003920 3000-EXIT.
003930     EXIT.
003940
003950 3100-APPLY-ONE-TXN.
003960     READ CATTXN
003970         AT END
003980             SET FILE-EOF TO TRUE
003990         NOT AT END
004000             ADD 1 TO WS-TXN-READ-COUNT
004010             PERFORM 3200-VALIDATE-AND-APPLY THRU 3200-EXIT
004020             PERFORM 4500-REPORT-VERDICT THRU 4500-EXIT
004030     END-READ.
004040 3100-EXIT.
004050     EXIT.
004060
004070*-----------------------------------------------------------------
004080* 3200-VALIDATE-AND-APPLY -- ONE TRANSACTION.  THE VERDICT FLAG,
004090* REJECT REASON AND BEFORE/AFTER IMAGES ARE LEFT FILLED FOR THE
004100* REPORT AND AUDIT WRITERS.  THE CATALOG IS ONLY WRITTEN ON AN
004110* ACCEPTED TRANSACTION.
004120*-----------------------------------------------------------------
004130 3200-VALIDATE-AND-APPLY.
004140     SET TXN-ACCEPTED TO TRUE.
004150     MOVE SPACES TO WS-REJECT-REASON.
004160     MOVE SPACES TO WS-BEFORE-IMAGE.
004170     MOVE SPACES TO WS-AFTER-IMAGE.
004180     PERFORM 3250-VALIDATE-CARD THRU 3250-EXIT.
004190     IF TXN-ACCEPTED
004200         EVALUATE TRUE
004210             WHEN TXN-ADD
004220                 PERFORM 3300-APPLY-ADD THRU 3300-EXIT
004230             WHEN TXN-CHANGE
004240                 PERFORM 3400-APPLY-CHANGE THRU 3400-EXIT
004250             WHEN TXN-DELETE
004260                 PERFORM 3500-APPLY-DELETE THRU 3500-EXIT
004270             WHEN OTHER
004280                 SET TXN-REJECTED TO TRUE
004290                 MOVE "ACTION NOT A, C OR D"
004300                     TO WS-REJECT-REASON
004310         END-EVALUATE
004320     END-IF.
004330     IF TXN-ACCEPTED
004340         ADD 1 TO WS-APPLIED-COUNT
004350         PERFORM 4000-WRITE-AUDIT THRU 4000-EXIT
004360     ELSE
004370         ADD 1 TO WS-REJECTED-COUNT
004380     END-IF.
004390 3200-EXIT.
004400     EXIT.
004410
004420*-----------------------------------------------------------------
004430* 3250-VALIDATE-CARD -- THE SUBMITTER'S AUTHORITY AND THE
004440* MESSAGE ID, THEN THE KEYED READ THAT LEAVES ANY EXISTING ENTRY
004450* IN MSGCAT-REC FOR THE APPLY PARAGRAPHS.
004460*-----------------------------------------------------------------
004470 3250-VALIDATE-CARD.
004480     IF NOT SUBMITTER-AUTHORIZED
004490         SET TXN-REJECTED TO TRUE
004500         MOVE WS-SUBMIT-DENIAL TO WS-REJECT-REASON
004510         GO TO 3250-EXIT
004520     END-IF.
004530     IF CATTXN-MSG-ID = SPACES
004540         SET TXN-REJECTED TO TRUE
004550         MOVE "MESSAGE ID MISSING" TO WS-REJECT-REASON
004560         GO TO 3250-EXIT
004570     END-IF.
004580     MOVE 'N' TO WS-CAT-FOUND-FLAG.
004590     MOVE CATTXN-MSG-ID TO MSGCAT-MSG-ID.
004600     READ MSGCAT
004610         INVALID KEY
004620             CONTINUE
004630         NOT INVALID KEY
004640             SET CAT-ON-FILE TO TRUE
004650     END-READ.
004660 3250-EXIT.
004670     EXIT.
004680
004690*-----------------------------------------------------------------
004700* 3300-APPLY-ADD -- CATALOG A NEW MESSAGE ID.  THE ID MUST NOT BE
004710* CATALOGED ALREADY, AND THE CARD MUST NAME THE OWNING PROGRAM
004720* AND SEVERITY AND CARRY BOTH THE EXPLANATION AND THE OPERATOR
004730* ACTION -- AN ENTRY WITHOUT THEM LEAVES THE OPERATOR NO BETTER
004740* OFF.  A BLANK PAGE FLAG DEFAULTS TO NO PAGE.
004750*-----------------------------------------------------------------
004760 3300-APPLY-ADD.
004770     IF CAT-ON-FILE
004780         SET TXN-REJECTED TO TRUE
004790         MOVE "MESSAGE ID ALREADY CATALOGED"
004800             TO WS-REJECT-REASON
004810         GO TO 3300-EXIT
004820     END-IF.
004830     IF CATTXN-OWNER-PROGRAM = SPACES
004840         SET TXN-REJECTED TO TRUE
004850         MOVE "OWNING PROGRAM MISSING" TO WS-REJECT-REASON
004860         GO TO 3300-EXIT
004870     END-IF.
004880     IF CATTXN-SEVERITY = SPACE
004890         SET TXN-REJECTED TO TRUE
004900         MOVE "SEVERITY MISSING" TO WS-REJECT-REASON
004910         GO TO 3300-EXIT
004920     END-IF.
004930     IF CATTXN-EXPLANATION = SPACES
004940         SET TXN-REJECTED TO TRUE
004950         MOVE "EXPLANATION MISSING" TO WS-REJECT-REASON
004960         GO TO 3300-EXIT
004970     END-IF.
004980     IF CATTXN-OPER-ACTION = SPACES
004990         SET TXN-REJECTED TO TRUE
005000         MOVE "OPERATOR ACTION MISSING" TO WS-REJECT-REASON
005010         GO TO 3300-EXIT
005020     END-IF.
005030     PERFORM 3700-EDIT-CARD-FIELDS THRU 3700-EXIT.
005040     IF TXN-REJECTED
005050         GO TO 3300-EXIT
005060     END-IF.
005070     MOVE SPACES TO MSGCAT-REC.
005080     MOVE CATTXN-MSG-ID TO MSGCAT-MSG-ID.
005090     MOVE WS-DEFAULT-PAGE-FLAG TO MSGCAT-PAGE-FLAG.
005100     PERFORM 3800-OVERLAY-CARD-FIELDS THRU 3800-EXIT.
005110     MOVE WS-TIMESTAMP TO MSGCAT-LAST-CHANGED.
005120     MOVE WS-SUBMIT-OPERATOR-ID TO MSGCAT-CHANGED-BY.
005130     WRITE MSGCAT-REC
005140         INVALID KEY
005150             CONTINUE
005160     END-WRITE.
005170     IF NOT MSGCAT-OK
005180         PERFORM 3950-MASTER-FAILURE THRU 3950-EXIT
005190     END-IF.
005200     MOVE MSGCAT-REC TO WS-AFTER-IMAGE.
005210     ADD 1 TO WS-ADDED-COUNT.
005220 3300-EXIT.
005230     EXIT.
005240
005250*-----------------------------------------------------------------
005260* 3400-APPLY-CHANGE -- AMEND A CATALOGED MESSAGE.  BLANK FIELDS ON
005270* THE CARD LEAVE THE CATALOG VALUE ALONE, SO A CHANGE CARD NAMES
005280* ONLY WHAT IT MEANS TO CHANGE -- TYPICALLY A SHARPENED OPERATOR
005290* ACTION OR A PAGE FLAG.
005300*-----------------------------------------------------------------
005310 3400-APPLY-CHANGE.
005320     IF NOT CAT-ON-FILE
005330         SET TXN-REJECTED TO TRUE
005340         MOVE "MESSAGE ID NOT CATALOGED" TO WS-REJECT-REASON
005350         GO TO 3400-EXIT
005360     END-IF.
005370     PERFORM 3700-EDIT-CARD-FIELDS THRU 3700-EXIT.
005380     IF TXN-REJECTED
005390         GO TO 3400-EXIT
005400     END-IF.
005410     MOVE MSGCAT-REC TO WS-BEFORE-IMAGE.
005420     PERFORM 3800-OVERLAY-CARD-FIELDS THRU 3800-EXIT.
005430     PERFORM 3900-REWRITE-ENTRY THRU 3900-EXIT.
005440     ADD 1 TO WS-CHANGED-COUNT.
005450 3400-EXIT.
005460     EXIT.
005470
005480*-----------------------------------------------------------------
005490* 3500-APPLY-DELETE -- REMOVE A RETIRED MESSAGE ID FROM THE
005500* CATALOG.  THE AUDIT TRAIL KEEPS THE ENTRY AS ITS BEFORE IMAGE.
005510* ONCE REMOVED, ANY PROGRAM STILL RAISING THE ID IS FLAGGED BY
005520* EULERMSG AS RAISING AN UNCATALOGED MESSAGE.
005530*-----------------------------------------------------------------
005540 3500-APPLY-DELETE.
005550     IF NOT CAT-ON-FILE
005560         SET TXN-REJECTED TO TRUE
005570         MOVE "MESSAGE ID NOT CATALOGED" TO WS-REJECT-REASON
005580         GO TO 3500-EXIT
005590     END-IF.
005600     MOVE MSGCAT-REC TO WS-BEFORE-IMAGE.
005610     DELETE MSGCAT
005620         INVALID KEY
005630             CONTINUE
005640     END-DELETE.
005650     IF NOT MSGCAT-OK
005660         PERFORM 3950-MASTER-FAILURE THRU 3950-EXIT
005670     END-IF.
005680     ADD 1 TO WS-DELETED-COUNT.
005690 3500-EXIT.
005700     EXIT.
005710
005720*-----------------------------------------------------------------
005730* 3700-EDIT-CARD-FIELDS -- THE FIELDS ADD AND CHANGE CARDS SHARE:
005740* THE SEVERITY I, W, E OR BLANK AND THE PAGE FLAG Y, N OR BLANK.
005750*-----------------------------------------------------------------
005760 3700-EDIT-CARD-FIELDS.
005770     IF CATTXN-SEVERITY NOT = 'I'
005780             AND CATTXN-SEVERITY NOT = 'W'
005790             AND CATTXN-SEVERITY NOT = 'E'
005800             AND CATTXN-SEVERITY NOT = SPACE
005810         SET TXN-REJECTED TO TRUE
005820         MOVE "SEVERITY NOT I, W OR E" TO WS-REJECT-REASON
005830         GO TO 3700-EXIT
005840     END-IF.
005850     IF CATTXN-PAGE-FLAG NOT = 'Y'
005860             AND CATTXN-PAGE-FLAG NOT = 'N'
005870             AND CATTXN-PAGE-FLAG NOT = SPACE
005880         SET TXN-REJECTED TO TRUE
005890         MOVE "PAGE FLAG NOT Y OR N" TO WS-REJECT-REASON
005900     END-IF.
005910 3700-EXIT.
005920     EXIT.
005930
005940*    NON-BLANK CARD FIELDS OVER THE ENTRY IN MSGCAT-REC.
005950 3800-OVERLAY-CARD-FIELDS.
005960     IF CATTXN-OWNER-PROGRAM NOT = SPACES
005970         MOVE CATTXN-OWNER-PROGRAM TO MSGCAT-OWNER-PROGRAM
005980     END-IF.
005990     IF CATTXN-SEVERITY NOT = SPACE
006000         MOVE CATTXN-SEVERITY TO MSGCAT-SEVERITY
006010     END-IF.
006020     IF CATTXN-PAGE-FLAG NOT = SPACE
006030         MOVE CATTXN-PAGE-FLAG TO MSGCAT-PAGE-FLAG
006040     END-IF.
006050     IF CATTXN-EXPLANATION NOT = SPACES
006060         MOVE CATTXN-EXPLANATION TO MSGCAT-EXPLANATION
006070     END-IF.
006080     IF CATTXN-OPER-ACTION NOT = SPACES
006090         MOVE CATTXN-OPER-ACTION TO MSGCAT-ACTION
006100     END-IF.
006110 3800-EXIT.
006120     EXIT.
006130
006140*-----------------------------------------------------------------
006150* 3900-REWRITE-ENTRY -- STAMP AND PUT THE AMENDED ENTRY BACK.  A
006160* REWRITE THAT FAILS ON AN ENTRY JUST READ MEANS THE CATALOG
006170* ITSELF IS IN TROUBLE, SO THE STEP ABENDS RATHER THAN CARRY ON.
006180*-----------------------------------------------------------------
006190 3900-REWRITE-ENTRY.
006200     MOVE WS-TIMESTAMP TO MSGCAT-LAST-CHANGED.
006210     MOVE WS-SUBMIT-OPERATOR-ID TO MSGCAT-CHANGED-BY.
006220     REWRITE MSGCAT-REC
006230         INVALID KEY
006240             CONTINUE
006250     END-REWRITE.
006260     IF NOT MSGCAT-OK
006270         PERFORM 3950-MASTER-FAILURE THRU 3950-EXIT
006280     END-IF.
006290     MOVE MSGCAT-REC TO WS-AFTER-IMAGE.
006300 3900-EXIT.
006310     EXIT.
006320
006330 3950-MASTER-FAILURE.
006340     MOVE "CAT008E" TO MSG-ID.
006350     STRING "UNABLE TO WRITE MSGCAT ENTRY "
006360         CATTXN-MSG-ID
006370         ", STATUS " WS-MSGCAT-STATUS
006380         DELIMITED BY SIZE INTO MSG-TEXT.
006390     PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT.
006400     MOVE RC-FILE-ERROR TO RETURN-CODE.
006410     STOP RUN.
006420 3950-EXIT.
006430     EXIT.
006440
006450*-----------------------------------------------------------------
006460* 4000-WRITE-AUDIT -- ONE BEFORE/AFTER-IMAGE RECORD PER APPLIED
006470* TRANSACTION, SO EVERY CHANGE TO AN OPERATOR RESPONSE HAS A
006480* WHO-CHANGED-WHAT TRAIL.  AN ADD HAS NO BEFORE IMAGE AND A
006490* DELETE NO AFTER IMAGE.
006500*-----------------------------------------------------------------
006510 4000-WRITE-AUDIT.
006520     MOVE WS-TIMESTAMP          TO CATAUDT-TIMESTAMP.
006530     MOVE WS-SUBMIT-OPERATOR-ID TO CATAUDT-SUBMIT-OPER.
006540     MOVE CATTXN-ACTION         TO CATAUDT-ACTION.
006550     MOVE CATTXN-MSG-ID         TO CATAUDT-MSG-ID.
006560     MOVE WS-BEFORE-IMAGE       TO CATAUDT-BEFORE-IMAGE.
006570     MOVE WS-AFTER-IMAGE        TO CATAUDT-AFTER-IMAGE.
006580     WRITE CATAUDT-REC.
006590     ADD 1 TO WS-AUDIT-WRITE-COUNT.
006600 4000-EXIT.
006610     EXIT.
006620
006630 4500-REPORT-VERDICT.
006640     MOVE SPACES TO CATRPT-REC.
006650     IF TXN-ACCEPTED
006660         STRING "  APPLIED  " DELIMITED BY SIZE
006670             CATTXN-ACTION DELIMITED BY SIZE
006680             " " DELIMITED BY SIZE
006690             CATTXN-MSG-ID DELIMITED BY SIZE
006700             INTO CATRPT-REC
006710     ELSE
006720         STRING "  REJECTED " DELIMITED BY SIZE
006730             CATTXN-ACTION DELIMITED BY SIZE
006740             " " DELIMITED BY SIZE
006750             CATTXN-MSG-ID DELIMITED BY SIZE
006760             " - " DELIMITED BY SIZE
006770             FUNCTION TRIM(WS-REJECT-REASON) DELIMITED BY SIZE
006780             INTO CATRPT-REC
006790     END-IF.
006800     WRITE CATRPT-REC.
006810 4500-EXIT.
006820     EXIT.
006830
006840*-----------------------------------------------------------------
006850* 5000-LIST-CATALOG -- THE PRINTED CATALOG LISTING, IN MESSAGE-ID
006860* ORDER: ONE LINE PER MESSAGE (OWNING PROGRAM, EXPECTED SEVERITY,
006870* PAGE FLAG, EXPLANATION) WITH THE OPERATOR ACTION ON THE LINE
006880* BENEATH IT.  A CATALOG NOT YET BUILT LISTS AS EMPTY.
006890*-----------------------------------------------------------------
006900 5000-LIST-CATALOG.
006910     MOVE SPACES TO CATRPT-REC.
006920     WRITE CATRPT-REC.
006930     MOVE "MESSAGE CATALOG" TO CATRPT-REC.
006940     WRITE CATRPT-REC.
006950     MOVE "  MSG-ID   PROGRAM  SEV PAGE EXPLANATION"
006960         TO CATRPT-REC.
006970     WRITE CATRPT-REC.
006980     MOVE 'N' TO WS-EOF-FLAG.
006990     OPEN INPUT MSGCAT.
007000     IF MSGCAT-NOT-FOUND
007010         MOVE "  CATALOG NOT YET BUILT - NO ENTRIES"
007020             TO CATRPT-REC
007030         WRITE CATRPT-REC
007040         GO TO 5000-EXIT
007050     END-IF.
007060     IF NOT MSGCAT-OK
007070         MOVE "CAT006E" TO MSG-ID
007080         STRING "UNABLE TO OPEN MSGCAT, STATUS "
007090             WS-MSGCAT-STATUS
007100             DELIMITED BY SIZE INTO MSG-TEXT
007110         PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
007120         MOVE RC-FILE-ERROR TO RETURN-CODE
007130         STOP RUN
007140     END-IF.
007150     PERFORM 5100-LIST-ONE-MESSAGE THRU 5100-EXIT
007160         UNTIL FILE-EOF.
007170     CLOSE MSGCAT.
007180 5000-EXIT.
007190     EXIT.
007200
007210 5100-LIST-ONE-MESSAGE.
007220     READ MSGCAT NEXT
007230         AT END
007240             SET FILE-EOF TO TRUE
007250             GO TO 5100-EXIT
007260     END-READ.
007270     ADD 1 TO WS-LISTED-COUNT.
007280     IF MSGCAT-PAGE-ONCALL
007290         ADD 1 TO WS-PAGING-COUNT
007300     END-IF.
007310     MOVE SPACES TO CATRPT-REC.
007320     STRING "  " DELIMITED BY SIZE
007330         MSGCAT-MSG-ID DELIMITED BY SIZE
007340         " " DELIMITED BY SIZE
007350         MSGCAT-OWNER-PROGRAM DELIMITED BY SIZE
007360         "  " DELIMITED BY SIZE
007370         MSGCAT-SEVERITY DELIMITED BY SIZE
007380         "   " DELIMITED BY SIZE
007390         MSGCAT-PAGE-FLAG DELIMITED BY SIZE
007400         "  " DELIMITED BY SIZE
007410         MSGCAT-EXPLANATION DELIMITED BY SIZE
007420         INTO CATRPT-REC.
007430     WRITE CATRPT-REC.
007440     MOVE SPACES TO CATRPT-REC.
007450     STRING "           ACTION - " DELIMITED BY SIZE
007460         MSGCAT-ACTION DELIMITED BY SIZE
007470         INTO CATRPT-REC.
007480     WRITE CATRPT-REC.
007490 5100-EXIT.
007500     EXIT.
007510
007520*-----------------------------------------------------------------
007530* 6000-WRAP-UP -- SUMMARY COUNTS, THE COUNT RECONCILIATION AND
007540* THE STEP RETURN CODE: RC-VERIFY-ERROR WHEN THE COUNTS DO NOT
007550* TIE OUT, RC 4 WHEN ANY TRANSACTION WAS REJECTED, ZERO
007560* OTHERWISE -- THE SAME CONVENTION AS EULEROPM.
007570*-----------------------------------------------------------------
007580 6000-WRAP-UP.
007590     CLOSE CATAUDT.
007600     MOVE SPACES TO CATRPT-REC.
007610     WRITE CATRPT-REC.
007620     MOVE WS-TXN-READ-COUNT TO WS-EDIT-COUNT.
007630     MOVE SPACES TO CATRPT-REC.
007640     STRING "  TRANSACTIONS READ        : " DELIMITED BY SIZE
007650         FUNCTION TRIM(WS-EDIT-COUNT) DELIMITED BY SIZE
007660         INTO CATRPT-REC.
007670     WRITE CATRPT-REC.
007680     MOVE WS-APPLIED-COUNT TO WS-EDIT-COUNT.
007690     MOVE SPACES TO CATRPT-REC.
007700     STRING "  TRANSACTIONS APPLIED     : " DELIMITED BY SIZE
007710         FUNCTION TRIM(WS-EDIT-COUNT) DELIMITED BY SIZE
007720         INTO CATRPT-REC.
007730     WRITE CATRPT-REC.
007740     MOVE WS-ADDED-COUNT TO WS-EDIT-COUNT.
007750     MOVE SPACES TO CATRPT-REC.
007760     STRING "    MESSAGES ADDED         : " DELIMITED BY SIZE
007770         FUNCTION TRIM(WS-EDIT-COUNT) DELIMITED BY SIZE
007780         INTO CATRPT-REC.
007790     WRITE CATRPT-REC.
007800     MOVE WS-CHANGED-COUNT TO WS-EDIT-COUNT.
007810     MOVE SPACES TO CATRPT-REC.
007820     STRING "    MESSAGES CHANGED       : " DELIMITED BY SIZE
007830         FUNCTION TRIM(WS-EDIT-COUNT) DELIMITED BY SIZE
007840         INTO CATRPT-REC.
007850     WRITE CATRPT-REC.
007860     MOVE WS-DELETED-COUNT TO WS-EDIT-COUNT.
007870     MOVE SPACES TO CATRPT-REC.
007880     STRING "    MESSAGES DELETED       : " DELIMITED BY SIZE
007890         FUNCTION TRIM(WS-EDIT-COUNT) DELIMITED BY SIZE
007900         INTO CATRPT-REC.
007910     WRITE CATRPT-REC.
007920     MOVE WS-REJECTED-COUNT TO WS-EDIT-COUNT.
007930     MOVE SPACES TO CATRPT-REC.
007940     STRING "  TRANSACTIONS REJECTED    : " DELIMITED BY SIZE
007950         FUNCTION TRIM(WS-EDIT-COUNT) DELIMITED BY SIZE
007960         INTO CATRPT-REC.
007970     WRITE CATRPT-REC.
007980     MOVE WS-AUDIT-WRITE-COUNT TO WS-EDIT-COUNT.
007990     MOVE SPACES TO CATRPT-REC.
008000     STRING "  AUDIT TRAIL RECORDS      : " DELIMITED BY SIZE
008010         FUNCTION TRIM(WS-EDIT-COUNT) DELIMITED BY SIZE
008020         INTO CATRPT-REC.
008030     WRITE CATRPT-REC.
008040     MOVE WS-LISTED-COUNT TO WS-EDIT-COUNT.
008050     MOVE SPACES TO CATRPT-REC.
008060     STRING "  MESSAGES IN CATALOG      : " DELIMITED BY SIZE
008070         FUNCTION TRIM(WS-EDIT-COUNT) DELIMITED BY SIZE
008080         INTO CATRPT-REC.
008090     WRITE CATRPT-REC.
008100     MOVE WS-PAGING-COUNT TO WS-EDIT-COUNT.
008110     MOVE SPACES TO CATRPT-REC.
008120     STRING "    PAGING ON-CALL         : " DELIMITED BY SIZE
008130         FUNCTION TRIM(WS-EDIT-COUNT) DELIMITED BY SIZE
008140         INTO CATRPT-REC.
008150     WRITE CATRPT-REC.
008160     IF WS-TXN-READ-COUNT NOT =
008170             WS-APPLIED-COUNT + WS-REJECTED-COUNT
008180         MOVE 'N' TO WS-RECONCILE-FLAG
008190     END-IF.
008200     IF WS-APPLIED-COUNT NOT = WS-ADDED-COUNT + WS-CHANGED-COUNT
008210             + WS-DELETED-COUNT
008220             OR WS-APPLIED-COUNT NOT = WS-AUDIT-WRITE-COUNT
008230         MOVE 'N' TO WS-RECONCILE-FLAG
008240     END-IF.
008250     IF NOT COUNTS-RECONCILE
008260         MOVE "  COUNTS DO NOT RECONCILE - RUN ABENDED"
008270             TO CATRPT-REC
008280         WRITE CATRPT-REC
008290         MOVE "CAT009E" TO MSG-ID
008300         MOVE "COUNTS DO NOT RECONCILE" TO MSG-TEXT
008310         PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
008320         MOVE RC-VERIFY-ERROR TO RETURN-CODE
008330     ELSE
008340         IF WS-REJECTED-COUNT > ZERO
008350             MOVE "  MAINTENANCE DONE - REJECTIONS NEED REVIEW"
008360                 TO CATRPT-REC
008370             WRITE CATRPT-REC
008380             MOVE "CAT010W" TO MSG-ID
008390             MOVE "TRANSACTIONS REJECTED, SEE CATRPT"
008400                 TO MSG-TEXT
008410             PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
008420             MOVE 4 TO RETURN-CODE
008430         ELSE
008440             IF LISTING-ONLY
008450                 MOVE "  LISTING COMPLETE - CATALOG UNCHANGED"
008460                     TO CATRPT-REC
008470             ELSE
008480                 MOVE "  MAINTENANCE COMPLETE - ALL CARDS APPLIED"
008490                     TO CATRPT-REC
008500             END-IF
008510             WRITE CATRPT-REC
008520         END-IF
008530     END-IF.
008540     CLOSE CATRPT.
008550 6000-EXIT.
008560     EXIT.
008570
008580*-----------------------------------------------------------------
008590* 9800-LOG-MESSAGE -- ROUTE A DIAGNOSTIC THROUGH THE COMMON
008600* EULERMSG ROUTINE.  CALLERS FILL MSG-ID (SEVERITY LETTER LAST)
008610* AND MSG-TEXT; THE SEVERITY IS DERIVED FROM THE ID AND THE TEXT
008620* BUFFER IS BLANKED FOR THE NEXT CALLER.
008630*-----------------------------------------------------------------
008640 9800-LOG-MESSAGE.
008650     MOVE MSG-ID(7:1) TO MSG-SEVERITY.
008660     MOVE "EULERCAT" TO MSG-PROGRAM.
008670     CALL "EULERMSG" USING EULERMSG-PARMS.
008680     MOVE SPACES TO MSG-TEXT.
008690 9800-EXIT.
008700     EXIT.
008710
008720 END PROGRAM EULERCAT.
