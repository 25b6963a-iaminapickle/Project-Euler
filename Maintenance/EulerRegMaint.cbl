000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. EULERREG.
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
000220*                   MAINTENANCE FOR THE KEYED PGMREG PROGRAM
000230*                   REGISTRY, WHICH REPLACES THE PROGRAM LISTS AND
000240*                   AUTHORITY CEILINGS HARD-CODED ACROSS THE
000250*                   SUITE.  REGTXN CARDS CARRY ADD ('A'), CHANGE
000260*                   ('C'), DEACTIVATE ('D') AND SET-CEILING ('L')
000270*                   ACTIONS BY PROGRAM ID.  THE SUBMITTER NAMED ON
000280*                   OPERCTL MUST BE AN ACTIVE LEVEL-3-OR-ABOVE
000290*                   OPERATOR ON OPERMAST OR EVERY CARD IS
000300*                   REJECTED, AS IN EULERVOD.  EACH APPLIED
000310*                   ACTION WRITES A BEFORE/AFTER-IMAGE RECORD TO
000320*                   THE REGAUDT TRAIL, AND THE REGRPT REPORT
000330*                   LISTS APPLIED AND REJECTED TRANSACTIONS WITH
000340*                   THEIR REASONS FOLLOWED BY THE WHOLE REGISTRY
000350*                   AS IT STANDS AFTER MAINTENANCE.  ANY
000360*                   REJECTION ENDS THE STEP WITH RC 4, AS IN
000370*                   EULEROPM.
000380*****************************************************************
000390 ENVIRONMENT DIVISION.
000400 CONFIGURATION SECTION.
000410 SOURCE-COMPUTER. IBM-370.
000420 OBJECT-COMPUTER. IBM-370.
000430 INPUT-OUTPUT SECTION.
000440 FILE-CONTROL.
000450     SELECT REGTXN ASSIGN TO "REGTXN"
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS WS-REGTXN-STATUS.
000480     SELECT PGMREG ASSIGN TO "PGMREG"
000490         ORGANIZATION IS INDEXED
000500         ACCESS MODE IS DYNAMIC
000510         RECORD KEY IS PGMREG-KEY
000520         FILE STATUS IS WS-PGMREG-STATUS.
000530     SELECT OPERMAST ASSIGN TO "OPERMAST"
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS WS-OPERMAST-STATUS.
000560     SELECT OPERCTL ASSIGN TO "OPERCTL"
000570         ORGANIZATION IS LINE SEQUENTIAL
000580         FILE STATUS IS WS-OPERCTL-STATUS.
000590     SELECT REGAUDT ASSIGN TO "REGAUDT"
000600         ORGANIZATION IS LINE SEQUENTIAL
000610         FILE STATUS IS WS-REGAUDT-STATUS.
000620     SELECT REGRPT ASSIGN TO "REGRPT"
000630         ORGANIZATION IS LINE SEQUENTIAL
000640         FILE STATUS IS WS-REGRPT-STATUS.
000650 DATA DIVISION.
000660 FILE SECTION.
000670*    ADD AND CHANGE CARDS CARRY THE DESCRIPTION, THE SEVEN Y/N
000680*    FLAGS (LIMIT, SEEDS, MODE, TARGET, SWEEP, REUSE, ACTIVE)
000690*    AND THE MINIMUM AUTHORITY LEVEL; A SET-CEILING CARD CARRIES
000700*    ONE AUTHORITY LEVEL AND ITS LIMIT/TARGET CEILING.
000710 FD  REGTXN
000720     RECORDING MODE IS F.
000730 01  REGTXN-REC.
000740     05  REGTXN-ACTION              PIC X(01).
000750         88  TXN-ADD                VALUE 'A'.
000760         88  TXN-CHANGE             VALUE 'C'.
000770         88  TXN-DEACTIVATE         VALUE 'D'.
000780         88  TXN-SET-CEILING        VALUE 'L'.
000790     05  REGTXN-PROGRAM-ID          PIC X(08).
000800     05  REGTXN-DESCRIPTION         PIC X(40).
000810     05  REGTXN-FLAG-GROUP.
000820         10  REGTXN-PARM-LIMIT      PIC X(01).
000830         10  REGTXN-PARM-SEEDS      PIC X(01).
000840         10  REGTXN-PARM-MODE       PIC X(01).
000850         10  REGTXN-PARM-TARGET     PIC X(01).
000860         10  REGTXN-SWEEP-FLAG      PIC X(01).
000870         10  REGTXN-REUSE-FLAG      PIC X(01).
000880         10  REGTXN-ACTIVE-FLAG     PIC X(01).
000890     05  REGTXN-FLAG-TABLE REDEFINES REGTXN-FLAG-GROUP.
000900         10  REGTXN-FLAG            PIC X(01)
000910                                    OCCURS 7 TIMES.
000920     05  REGTXN-MIN-AUTH-LEVEL      PIC X(01).
000930 01  REGTXN-CEILING-REC.
000940     05  FILLER                     PIC X(09).
000950     05  REGTXN-CEIL-LEVEL          PIC X(01).
000960     05  FILLER                     PIC X(01).
000970     05  REGTXN-CEIL-VALUE          PIC X(18).
000980 FD  PGMREG
000990     RECORDING MODE IS F.
001000     COPY PGMREG.
001010 FD  OPERMAST
001020     RECORDING MODE IS F.
001030     COPY OPERMST.
001040 FD  OPERCTL
001050     RECORDING MODE IS F.
001060 01  OPERCTL-REC.
001070     05  OPERCTL-OPERATOR-ID        PIC X(08).
001080 FD  REGAUDT
001090     RECORDING MODE IS F.
001100 01  REGAUDT-REC.
001110     05  REGAUDT-TIMESTAMP          PIC X(21).
001120     05  REGAUDT-SUBMIT-OPER        PIC X(08).
001130     05  REGAUDT-ACTION             PIC X(01).
001140     05  REGAUDT-PROGRAM-ID         PIC X(08).
001150     05  REGAUDT-BEFORE-IMAGE       PIC X(247).
001160     05  REGAUDT-AFTER-IMAGE        PIC X(247).
001170 FD  REGRPT
001180     RECORDING MODE IS F.
001190 01  REGRPT-REC                     PIC X(132).
001200 WORKING-STORAGE SECTION.
001210*-----------------------------------------------------------------
001220* FILE STATUS AND DATE WORK AREAS
001230*-----------------------------------------------------------------
001240 01  WS-REGTXN-STATUS               PIC X(02) VALUE SPACES.
001250     88  REGTXN-OK                  VALUE '00'.
001260 01  WS-PGMREG-STATUS               PIC X(02) VALUE SPACES.
001270     88  PGMREG-OK                  VALUE '00'.
001280     88  PGMREG-NOT-FOUND           VALUE '35'.
001290 01  WS-OPERMAST-STATUS             PIC X(02) VALUE SPACES.
001300     88  OPERMAST-OK                VALUE '00'.
001310     88  OPERMAST-NOT-FOUND         VALUE '35'.
001320 01  WS-OPERCTL-STATUS              PIC X(02) VALUE SPACES.
001330     88  OPERCTL-OK                 VALUE '00'.
001340 01  WS-REGAUDT-STATUS              PIC X(02) VALUE SPACES.
001350     88  REGAUDT-OK                 VALUE '00'.
001360 01  WS-REGRPT-STATUS               PIC X(02) VALUE SPACES.
001370     88  REGRPT-OK                  VALUE '00'.
001380 01  WS-EOF-FLAG                    PIC X(01) VALUE 'N'.
001390     88  FILE-EOF                   VALUE 'Y'.
001400 01  WS-CURRENT-DATE.
001410     05  WS-CURRENT-DATE-YYYYMMDD   PIC X(08).
001420     05  FILLER                     PIC X(18).
001430 01  WS-TIMESTAMP                   PIC X(21) VALUE SPACES.
001440*-----------------------------------------------------------------
001450* THE SUBMITTER AND ITS AUTHORITY.  THE REGISTRY SETS EVERY
001460* PROGRAM'S AUTHORITY CEILINGS, SO CHANGING IT IS RESERVED TO THE
001470* SAME ACTIVE LEVEL-3-OR-ABOVE OPERATORS WHO MAY SUBMIT UNCAPPED
001480* WORK.
001490*-----------------------------------------------------------------
001500 01  WS-SUBMIT-OPERATOR-ID          PIC X(08) VALUE SPACES.
001510 01  WS-SUBMIT-AUTH-LEVEL           PIC 9(01) VALUE ZERO.
001520 01  WS-SUBMIT-AUTH-FLAG            PIC X(01) VALUE 'N'.
001530     88  SUBMITTER-AUTHORIZED       VALUE 'Y'.
001540 01  WS-SUBMIT-DENIAL               PIC X(40) VALUE SPACES.
001550 01  WS-REQUIRED-LEVEL              PIC 9(01) VALUE 3.
001560*-----------------------------------------------------------------
001570* TRANSACTION WORK AREAS.  THE BEFORE AND AFTER IMAGES ARE WHOLE
001580* PGMREG RECORDS FOR THE AUDIT TRAIL; THE REJECT REASON FEEDS THE
001590* REPORT LINE.  A NEW PROGRAM WITH NO LEVEL ON ITS ADD CARD IS
001600* REGISTERED FOR LEVEL 3 AND ABOVE ONLY UNTIL ITS CEILINGS ARE
001610* SET -- AN ADD CARD ALONE LEAVES EVERY LEVEL UNCAPPED.
001620*-----------------------------------------------------------------
001630 01  WS-BEFORE-IMAGE                PIC X(247) VALUE SPACES.
001640 01  WS-AFTER-IMAGE                 PIC X(247) VALUE SPACES.
001650 01  WS-REJECT-REASON               PIC X(40) VALUE SPACES.
001660 01  WS-TXN-VERDICT-FLAG            PIC X(01) VALUE SPACE.
001670     88  TXN-ACCEPTED               VALUE 'Y'.
001680     88  TXN-REJECTED               VALUE 'N'.
001690 01  WS-REG-FOUND-FLAG              PIC X(01) VALUE 'N'.
001700     88  REG-ON-FILE                VALUE 'Y'.
001710 01  WS-DEFAULT-MIN-LEVEL           PIC 9(01) VALUE 3.
001720 01  WS-CEIL-LEVEL                  PIC 9(01) VALUE ZERO.
001730 01  WS-CEIL-VALUE                  PIC 9(18) VALUE ZERO.
001740 01  WS-CEIL-EFFECTIVE              PIC 9(18) VALUE ZERO.
001750 01  WS-CEIL-OTHER                  PIC 9(18) VALUE ZERO.
001760 01  WS-NO-CEILING                  PIC 9(18) VALUE
001770     999999999999999999.
001780 01  SUB-1                          PIC 9(03) COMP VALUE ZERO.
001790*-----------------------------------------------------------------
001800* MAINTENANCE COUNTERS
001810*-----------------------------------------------------------------
001820 77  WS-TXN-READ-COUNT              PIC 9(05) COMP VALUE ZERO.
001830 77  WS-APPLIED-COUNT               PIC 9(05) COMP VALUE ZERO.
001840 77  WS-ADDED-COUNT                 PIC 9(05) COMP VALUE ZERO.
001850 77  WS-CHANGED-COUNT               PIC 9(05) COMP VALUE ZERO.
001860 77  WS-DEACTIVATED-COUNT           PIC 9(05) COMP VALUE ZERO.
001870 77  WS-CEILING-SET-COUNT           PIC 9(05) COMP VALUE ZERO.
001880 77  WS-REJECTED-COUNT              PIC 9(05) COMP VALUE ZERO.
001890 77  WS-AUDIT-WRITE-COUNT           PIC 9(05) COMP VALUE ZERO.
001900 77  WS-LISTED-COUNT                PIC 9(05) COMP VALUE ZERO.
001910 01  WS-RECONCILE-FLAG              PIC X(01) VALUE 'Y'.
001920     88  COUNTS-RECONCILE           VALUE 'Y'.
001930*-----------------------------------------------------------------
001940* REPORT EDIT FIELDS
001950*-----------------------------------------------------------------
001960 01  WS-EDIT-COUNT                  PIC Z(4)9.
001970 01  WS-EDIT-LEVEL                  PIC 9(01).
001980 01  WS-EDIT-CEILING                PIC Z(17)9.
001990 01  WS-PARM-TEXT.
002000     05  WS-PARM-TEXT-LIMIT         PIC X(01).
002010     05  WS-PARM-TEXT-SEEDS         PIC X(01).
002020     05  WS-PARM-TEXT-MODE          PIC X(01).
002030     05  WS-PARM-TEXT-TARGET        PIC X(01).
002040*-----------------------------------------------------------------
002050* COMMON MESSAGE-ROUTINE PARAMETER AREA AND THE SUITE'S STANDARD
002060* RETURN-CODE CLASSES (SEE EULERMSG).
002070*-----------------------------------------------------------------
002080     COPY MSGAREA.
002090     COPY EULERRC.
002100 PROCEDURE DIVISION.
002110 0000-MAINLINE.
002120     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002130     PERFORM 1200-CHECK-SUBMITTER THRU 1200-EXIT.
002140     PERFORM 3000-APPLY-TRANSACTIONS THRU 3000-EXIT.
002150     PERFORM 5000-LIST-REGISTRY THRU 5000-EXIT.
002160     PERFORM 6000-WRAP-UP THRU 6000-EXIT.
002170     GOBACK.
002180
002190*-----------------------------------------------------------------
002200* 1000-INITIALIZE -- OPEN THE REPORT AND THE AUDIT TRAIL.  A
002210* REGISTRY CHANGE WITH NO TRAIL WOULD MOVE A CEILING WITH NO
002220* RECORD OF WHO MOVED IT, SO EITHER OPEN FAILURE ABENDS BEFORE
002230* THE MASTER IS TOUCHED.
002240*-----------------------------------------------------------------
002250 1000-INITIALIZE.
002260     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
002270     MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP.
002280     PERFORM 1100-GET-SUBMITTER THRU 1100-EXIT.
002290     OPEN OUTPUT REGRPT.
002300     IF NOT REGRPT-OK
002310         MOVE "REG001E" TO MSG-ID
002320         STRING "UNABLE TO OPEN REGRPT, STATUS "
002330             WS-REGRPT-STATUS
002340             DELIMITED BY SIZE INTO MSG-TEXT
002350         PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
002360         MOVE RC-FILE-ERROR TO RETURN-CODE
002370         STOP RUN
002380     END-IF.
002390     OPEN EXTEND REGAUDT.
002400     IF WS-REGAUDT-STATUS = '35'
002410         OPEN OUTPUT REGAUDT
002420         CLOSE REGAUDT
002430         OPEN EXTEND REGAUDT
002440     END-IF.
002450     IF NOT REGAUDT-OK
002460         MOVE "REG002E" TO MSG-ID
002470         STRING "UNABLE TO OPEN REGAUDT, STATUS "
002480             WS-REGAUDT-STATUS
002490             DELIMITED BY SIZE INTO MSG-TEXT
002500         PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
002510         MOVE RC-FILE-ERROR TO RETURN-CODE
002520         STOP RUN
002530     END-IF.
002540     MOVE SPACES TO REGRPT-REC.
002550     STRING "EULERREG PROGRAM REGISTRY MAINTENANCE - DATE "
002560         DELIMITED BY SIZE
002570         WS-CURRENT-DATE-YYYYMMDD DELIMITED BY SIZE
002580         " BY " DELIMITED BY SIZE
002590         WS-SUBMIT-OPERATOR-ID DELIMITED BY SIZE
002600         INTO REGRPT-REC.
002610     WRITE REGRPT-REC.
002620     MOVE SPACES TO REGRPT-REC.
002630     WRITE REGRPT-REC.
002640 1000-EXIT.
002650     EXIT.
002660
002670*-----------------------------------------------------------------
002680* 1100-GET-SUBMITTER -- READ THE SUBMITTING OPERATOR'S ID FROM
002690* THE OPERCTL CONTROL FILE, AS EULEROPM DOES, DEFAULTING TO
002700* "BATCHJOB" FOR UNATTENDED RUNS.
002710*-----------------------------------------------------------------
002720 1100-GET-SUBMITTER.
002730     MOVE "BATCHJOB" TO WS-SUBMIT-OPERATOR-ID.
002740     OPEN INPUT OPERCTL.
002750     IF OPERCTL-OK
002760         READ OPERCTL
002770             AT END
002780                 CONTINUE
002790             NOT AT END
002800                 MOVE OPERCTL-OPERATOR-ID
002810                     TO WS-SUBMIT-OPERATOR-ID
002820         END-READ
002830         CLOSE OPERCTL
002840     END-IF.
002850 1100-EXIT.
002860     EXIT.
002870
002880*-----------------------------------------------------------------
002890* 1200-CHECK-SUBMITTER -- LOOK THE SUBMITTER UP ON OPERMAST.  AN
002900* UNKNOWN, INACTIVE OR UNDER-LEVEL SUBMITTER DOES NOT ABEND THE
002910* STEP: EVERY CARD IS REJECTED WITH THE DENIAL AS ITS REASON, SO
002920* THE REPORT SHOWS WHAT WAS ATTEMPTED AND WHY NOTHING CHANGED.
002930* AN ABSENT MASTER AUTHORIZES NOBODY.
002940*-----------------------------------------------------------------
002950 1200-CHECK-SUBMITTER.
002960     MOVE 'N' TO WS-SUBMIT-AUTH-FLAG.
002970     MOVE "SUBMITTER NOT ON OPERMAST" TO WS-SUBMIT-DENIAL.
002980     MOVE 'N' TO WS-EOF-FLAG.
002990     OPEN INPUT OPERMAST.
003000     IF NOT OPERMAST-OK AND NOT OPERMAST-NOT-FOUND
003010         MOVE "REG003E" TO MSG-ID
003020         STRING "UNABLE TO OPEN OPERMAST, STATUS "
003030             WS-OPERMAST-STATUS
003040             DELIMITED BY SIZE INTO MSG-TEXT
003050         PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
003060         MOVE RC-FILE-ERROR TO RETURN-CODE
003070         STOP RUN
003080     END-IF.
003090     IF OPERMAST-OK
003100         PERFORM 1250-FIND-SUBMITTER THRU 1250-EXIT
003110             UNTIL FILE-EOF
003120         CLOSE OPERMAST
003130     END-IF.
003140     IF NOT SUBMITTER-AUTHORIZED
003150         MOVE "REG004W" TO MSG-ID
003160         STRING "SUBMITTER " DELIMITED BY SIZE
003170             WS-SUBMIT-OPERATOR-ID DELIMITED BY SIZE
003180             " NOT AUTHORIZED - " DELIMITED BY SIZE
003190             FUNCTION TRIM(WS-SUBMIT-DENIAL) DELIMITED BY SIZE
003200             INTO MSG-TEXT
003210         PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
003220     END-IF.
003230 1200-EXIT.
003240     EXIT.
003250
003260 1250-FIND-SUBMITTER.
003270     READ OPERMAST
003280         AT END
003290             SET FILE-EOF TO TRUE
003300         NOT AT END
003310             IF OPERMST-OPERATOR-ID = WS-SUBMIT-OPERATOR-ID
003320                 SET FILE-EOF TO TRUE
003330                 PERFORM 1260-RATE-SUBMITTER THRU 1260-EXIT
003340             END-IF
003350     END-READ.
003360 1250-EXIT.
003370     EXIT.
003380
003390 1260-RATE-SUBMITTER.
003400     MOVE OPERMST-AUTH-LEVEL TO WS-SUBMIT-AUTH-LEVEL.
003410     IF NOT OPERMST-ACTIVE
003420         MOVE "SUBMITTER INACTIVE ON OPERMAST"
003430             TO WS-SUBMIT-DENIAL
003440         GO TO 1260-EXIT
003450     END-IF.
003460     IF WS-SUBMIT-AUTH-LEVEL < WS-REQUIRED-LEVEL
003470         MOVE WS-SUBMIT-AUTH-LEVEL TO WS-EDIT-LEVEL
003480         MOVE SPACES TO WS-SUBMIT-DENIAL
003490         STRING "SUBMITTER LEVEL " DELIMITED BY SIZE
003500             WS-EDIT-LEVEL DELIMITED BY SIZE
003510             ", LEVEL 3 REQUIRED" DELIMITED BY SIZE
003520             INTO WS-SUBMIT-DENIAL
003530         GO TO 1260-EXIT
003540     END-IF.
003550     MOVE SPACES TO WS-SUBMIT-DENIAL.
003560     SET SUBMITTER-AUTHORIZED TO TRUE.
003570 1260-EXIT.
003580     EXIT.
003590
003600*-----------------------------------------------------------------
003610* 3000-APPLY-TRANSACTIONS -- READ AND APPLY EVERY REGTXN CARD
003620* AGAINST THE REGISTRY, OPENED I-O FOR KEYED READ, WRITE AND
003630* REWRITE.  AN ABSENT REGISTRY IS CREATED EMPTY SO A FIRST
003640* INSTALLATION CAN BE BUILT FROM ADD CARDS ALONE, AS EULEROPM
003650* BUILDS OPERMAST.  A RUN WITH NO TRANSACTION FILE, OR AN EMPTY
003660* ONE, IS A MIS-BUILT JOB AND ABENDS.
003670*-----------------------------------------------------------------
003680 3000-APPLY-TRANSACTIONS.
003690     MOVE 'N' TO WS-EOF-FLAG.
003700     OPEN INPUT REGTXN.
003710     IF NOT REGTXN-OK
003720         MOVE "REG005E" TO MSG-ID
003730         STRING "UNABLE TO OPEN REGTXN, STATUS "
003740             WS-REGTXN-STATUS
003750             DELIMITED BY SIZE INTO MSG-TEXT
003760         PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
003770         MOVE RC-FILE-ERROR TO RETURN-CODE
003780         STOP RUN
003790     END-IF.
003800     OPEN I-O PGMREG.
003810     IF PGMREG-NOT-FOUND
003820         OPEN OUTPUT PGMREG
003830         CLOSE PGMREG
003840         OPEN I-O PGMREG
003850     END-IF.
003860     IF NOT PGMREG-OK
003870         MOVE "REG006E" TO MSG-ID
003880         STRING "UNABLE TO OPEN PGMREG, STATUS "
003890             WS-PGMREG-STATUS
003900             DELIMITED BY SIZE INTO MSG-TEXT
003910         PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
003920         MOVE RC-FILE-ERROR TO RETURN-CODE
003930         STOP RUN
003940     END-IF.
003950     PERFORM 3100-APPLY-ONE-TXN THRU 3100-EXIT
003960         UNTIL FILE-EOF.
003970     CLOSE REGTXN.
003980     CLOSE PGMREG.
003990     IF WS-TXN-READ-COUNT = ZERO
004000         MOVE "REG007E" TO MSG-ID
004010         MOVE "REGTXN HOLDS NO TRANSACTIONS" TO MSG-TEXT
004020         PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
004030         MOVE RC-PARM-ERROR TO RETURN-CODE
004040         STOP RUN
004050     END-IF.
004060 3000-EXIT.
004070     EXIT.
004080
004090 3100-APPLY-ONE-TXN.
004100     READ REGTXN
004110         AT END
004120             SET FILE-EOF TO TRUE
004130         NOT AT END
004140             ADD 1 TO WS-TXN-READ-COUNT
004150             PERFORM 3200-VALIDATE-AND-APPLY THRU 3200-EXIT
004160             PERFORM 4500-REPORT-VERDICT THRU 4500-EXIT
004170     END-READ.
004180 3100-EXIT.
004190     EXIT.
004200
004210*-----------------------------------------------------------------
004220* 3200-VALIDATE-AND-APPLY -- ONE TRANSACTION.  THE VERDICT FLAG,
004230* REJECT REASON AND BEFORE/AFTER IMAGES ARE LEFT FILLED FOR THE
004240* REPORT AND AUDIT WRITERS.  THE REGISTRY IS ONLY WRITTEN ON AN
004250* ACCEPTED TRANSACTION.
004260*-----------------------------------------------------------------
004270 3200-VALIDATE-AND-APPLY.
004280     SET TXN-ACCEPTED TO TRUE.
004290     MOVE SPACES TO WS-REJECT-REASON.
004300     MOVE SPACES TO WS-BEFORE-IMAGE.
004310     MOVE SPACES TO WS-AFTER-IMAGE.
004320     PERFORM 3250-VALIDATE-CARD THRU 3250-EXIT.
004330     IF TXN-ACCEPTED
004340         EVALUATE TRUE
004350             WHEN TXN-ADD
004360                 PERFORM 3300-APPLY-ADD THRU 3300-EXIT
004370             WHEN TXN-CHANGE
004380                 PERFORM 3400-APPLY-CHANGE THRU 3400-EXIT
004390             WHEN TXN-DEACTIVATE
004400                 PERFORM 3500-APPLY-DEACTIVATE THRU 3500-EXIT
004410             WHEN TXN-SET-CEILING
004420                 PERFORM 3600-APPLY-CEILING THRU 3600-EXIT
004430             WHEN OTHER
004440                 SET TXN-REJECTED TO TRUE
004450                 MOVE "ACTION NOT A, C, D OR L"
004460                     TO WS-REJECT-REASON
004470         END-EVALUATE
004480     END-IF.
004490     IF TXN-ACCEPTED
004500         ADD 1 TO WS-APPLIED-COUNT
004510         PERFORM 4000-WRITE-AUDIT THRU 4000-EXIT
004520     ELSE
004530         ADD 1 TO WS-REJECTED-COUNT
004540     END-IF.
004550 3200-EXIT.
004560     EXIT.
004570
004580*-----------------------------------------------------------------
004590* 3250-VALIDATE-CARD -- THE SUBMITTER'S AUTHORITY AND THE
004600* PROGRAM ID, THEN THE KEYED READ THAT LEAVES ANY EXISTING ENTRY
004610* IN PGMREG-REC FOR THE APPLY PARAGRAPHS.
004620*-----------------------------------------------------------------
004630 3250-VALIDATE-CARD.
004640     IF NOT SUBMITTER-AUTHORIZED
004650         SET TXN-REJECTED TO TRUE
004660         MOVE WS-SUBMIT-DENIAL TO WS-REJECT-REASON
004670         GO TO 3250-EXIT
004680     END-IF.
004690     IF REGTXN-PROGRAM-ID = SPACES
004700         SET TXN-REJECTED TO TRUE
004710         MOVE "PROGRAM ID MISSING" TO WS-REJECT-REASON
004720         GO TO 3250-EXIT
004730     END-IF.
004740     MOVE 'N' TO WS-REG-FOUND-FLAG.
004750     MOVE REGTXN-PROGRAM-ID TO PGMREG-PROGRAM-ID.
004760     READ PGMREG
004770         INVALID KEY
004780             CONTINUE
004790         NOT INVALID KEY
004800             SET REG-ON-FILE TO TRUE
004810     END-READ.
004820 3250-EXIT.
004830     EXIT.
004840
004850*-----------------------------------------------------------------
004860* 3300-APPLY-ADD -- REGISTER A NEW PROGRAM.  THE ID MUST NOT BE
004870* REGISTERED ALREADY AND THE CARD MUST DESCRIBE IT.  BLANK FLAGS
004880* DEFAULT TO 'N' (ACTIVE DEFAULTS TO 'Y' -- A PROGRAM IS
004890* PRESUMABLY BEING REGISTERED TO RUN) AND A BLANK LEVEL TO THE
004900* CAUTIOUS DEFAULT; EVERY CEILING STARTS AT ZERO FOR 'L' CARDS
004910* TO SET.
004920*-----------------------------------------------------------------
004930 3300-APPLY-ADD.
004940     IF REG-ON-FILE
004950         SET TXN-REJECTED TO TRUE
004960         MOVE "PROGRAM ALREADY REGISTERED" TO WS-REJECT-REASON
004970         GO TO 3300-EXIT
004980     END-IF.
004990     IF REGTXN-DESCRIPTION = SPACES
005000         SET TXN-REJECTED TO TRUE
005010         MOVE "DESCRIPTION MISSING" TO WS-REJECT-REASON
005020         GO TO 3300-EXIT
005030     END-IF.
005040     PERFORM 3700-EDIT-CARD-FIELDS THRU 3700-EXIT.
005050     IF TXN-REJECTED
005060         GO TO 3300-EXIT
005070     END-IF.
005080     MOVE SPACES TO PGMREG-REC.
005090     MOVE REGTXN-PROGRAM-ID TO PGMREG-PROGRAM-ID.
005100     MOVE REGTXN-DESCRIPTION TO PGMREG-DESCRIPTION.
005110     MOVE 'N' TO PGMREG-PARM-LIMIT PGMREG-PARM-SEEDS
005120         PGMREG-PARM-MODE PGMREG-PARM-TARGET
005130         PGMREG-SWEEP-FLAG PGMREG-REUSE-FLAG.
005140     MOVE 'Y' TO PGMREG-ACTIVE-FLAG.
005150     MOVE WS-DEFAULT-MIN-LEVEL TO PGMREG-MIN-AUTH-LEVEL.
005160     MOVE ZEROS TO PGMREG-CEILING-TABLE.
005170     PERFORM 3800-OVERLAY-CARD-FIELDS THRU 3800-EXIT.
005180     MOVE WS-TIMESTAMP TO PGMREG-LAST-CHANGED.
005190     MOVE WS-SUBMIT-OPERATOR-ID TO PGMREG-CHANGED-BY.
005200     WRITE PGMREG-REC
005210         INVALID KEY
005220             CONTINUE
005230     END-WRITE.
005240     IF NOT PGMREG-OK
005250         PERFORM 3950-MASTER-FAILURE THRU 3950-EXIT
005260     END-IF.
005270     MOVE PGMREG-REC TO WS-AFTER-IMAGE.
005280     ADD 1 TO WS-ADDED-COUNT.
005290 3300-EXIT.
005300     EXIT.
005310
005320*-----------------------------------------------------------------
005330* 3400-APPLY-CHANGE -- AMEND A REGISTERED PROGRAM.  BLANK FIELDS
005340* ON THE CARD LEAVE THE REGISTRY VALUE ALONE, SO A CHANGE CARD
005350* NAMES ONLY WHAT IT MEANS TO CHANGE.  A CHANGE CARD WITH ACTIVE
005360* 'Y' IS HOW A DEACTIVATED PROGRAM IS BROUGHT BACK.
005370*-----------------------------------------------------------------
005380 3400-APPLY-CHANGE.
005390     IF NOT REG-ON-FILE
005400         SET TXN-REJECTED TO TRUE
005410         MOVE "PROGRAM NOT REGISTERED" TO WS-REJECT-REASON
005420         GO TO 3400-EXIT
005430     END-IF.
005440     PERFORM 3700-EDIT-CARD-FIELDS THRU 3700-EXIT.
005450     IF TXN-REJECTED
005460         GO TO 3400-EXIT
005470     END-IF.
005480     MOVE PGMREG-REC TO WS-BEFORE-IMAGE.
005490     IF REGTXN-DESCRIPTION NOT = SPACES
005500         MOVE REGTXN-DESCRIPTION TO PGMREG-DESCRIPTION
005510     END-IF.
005520     PERFORM 3800-OVERLAY-CARD-FIELDS THRU 3800-EXIT.
005530     PERFORM 3900-REWRITE-ENTRY THRU 3900-EXIT.
005540     ADD 1 TO WS-CHANGED-COUNT.
005550 3400-EXIT.
005560     EXIT.
005570
005580*-----------------------------------------------------------------
005590* 3500-APPLY-DEACTIVATE -- FLAG A REGISTERED PROGRAM INACTIVE SO
005600* EULERDRV REFUSES IT AND IT REFUSES TO RUN.  THE ENTRY STAYS ON
005610* THE REGISTRY.  DEACTIVATING AN INACTIVE PROGRAM IS A MIS-KEYED
005620* CARD AND IS REJECTED.
005630*-----------------------------------------------------------------
005640 3500-APPLY-DEACTIVATE.
005650     IF NOT REG-ON-FILE
005660         SET TXN-REJECTED TO TRUE
005670         MOVE "PROGRAM NOT REGISTERED" TO WS-REJECT-REASON
005680         GO TO 3500-EXIT
005690     END-IF.
005700     IF NOT PGMREG-ACTIVE
005710         SET TXN-REJECTED TO TRUE
005720         MOVE "PROGRAM ALREADY INACTIVE" TO WS-REJECT-REASON
005730         GO TO 3500-EXIT
005740     END-IF.
005750     MOVE PGMREG-REC TO WS-BEFORE-IMAGE.
005760     MOVE 'N' TO PGMREG-ACTIVE-FLAG.
005770     PERFORM 3900-REWRITE-ENTRY THRU 3900-EXIT.
005780     ADD 1 TO WS-DEACTIVATED-COUNT.
005790 3500-EXIT.
005800     EXIT.
005810
005820*-----------------------------------------------------------------
005830* 3600-APPLY-CEILING -- SET ONE AUTHORITY LEVEL'S LIMIT/TARGET
005840* CEILING.  ZERO REMOVES THE CEILING.  A CEILING THAT WOULD LEAVE
005850* A HIGHER LEVEL MORE RESTRICTED THAN A LOWER ONE IS ALMOST
005860* CERTAINLY MIS-KEYED AND IS REJECTED.
005870*-----------------------------------------------------------------
005880 3600-APPLY-CEILING.
005890     IF NOT REG-ON-FILE
005900         SET TXN-REJECTED TO TRUE
005910         MOVE "PROGRAM NOT REGISTERED" TO WS-REJECT-REASON
005920         GO TO 3600-EXIT
005930     END-IF.
005940     IF REGTXN-CEIL-LEVEL IS NOT NUMERIC
005950             OR REGTXN-CEIL-LEVEL = '0'
005960         SET TXN-REJECTED TO TRUE
005970         MOVE "CEILING LEVEL NOT 1-9" TO WS-REJECT-REASON
005980         GO TO 3600-EXIT
005990     END-IF.
006000     IF REGTXN-CEIL-VALUE = SPACES
006010             OR FUNCTION TRIM(REGTXN-CEIL-VALUE) IS NOT NUMERIC
006020         SET TXN-REJECTED TO TRUE
006030         MOVE "CEILING NOT NUMERIC" TO WS-REJECT-REASON
006040         GO TO 3600-EXIT
006050     END-IF.
006060     MOVE REGTXN-CEIL-LEVEL TO WS-CEIL-LEVEL.
006070     MOVE FUNCTION TRIM(REGTXN-CEIL-VALUE) TO WS-CEIL-VALUE.
006080     IF WS-CEIL-VALUE = ZERO
006090         MOVE WS-NO-CEILING TO WS-CEIL-EFFECTIVE
006100     ELSE
006110         MOVE WS-CEIL-VALUE TO WS-CEIL-EFFECTIVE
006120     END-IF.
006130     PERFORM 3650-CHECK-LEVEL-ORDER THRU 3650-EXIT
006140         VARYING SUB-1 FROM 1 BY 1
006150         UNTIL SUB-1 > 9 OR TXN-REJECTED.
006160     IF TXN-REJECTED
006170         GO TO 3600-EXIT
006180     END-IF.
006190     MOVE PGMREG-REC TO WS-BEFORE-IMAGE.
006200     MOVE WS-CEIL-VALUE TO PGMREG-LEVEL-CEILING (WS-CEIL-LEVEL).
006210     PERFORM 3900-REWRITE-ENTRY THRU 3900-EXIT.
006220     ADD 1 TO WS-CEILING-SET-COUNT.
006230 3600-EXIT.
006240     EXIT.
006250
006260 3650-CHECK-LEVEL-ORDER.
006270     IF PGMREG-LEVEL-CEILING (SUB-1) = ZERO
006280         MOVE WS-NO-CEILING TO WS-CEIL-OTHER
006290     ELSE
006300         MOVE PGMREG-LEVEL-CEILING (SUB-1) TO WS-CEIL-OTHER
006310     END-IF.
006320     IF SUB-1 < WS-CEIL-LEVEL
006330             AND WS-CEIL-OTHER > WS-CEIL-EFFECTIVE
006340         SET TXN-REJECTED TO TRUE
006350         MOVE SUB-1 TO WS-EDIT-LEVEL
006360         STRING "CEILING BELOW LEVEL " DELIMITED BY SIZE
006370             WS-EDIT-LEVEL DELIMITED BY SIZE
006380             "'S" DELIMITED BY SIZE
006390             INTO WS-REJECT-REASON
006400     END-IF.
006410     IF SUB-1 > WS-CEIL-LEVEL
006420             AND WS-CEIL-OTHER < WS-CEIL-EFFECTIVE
006430         SET TXN-REJECTED TO TRUE
006440         MOVE SUB-1 TO WS-EDIT-LEVEL
006450         STRING "CEILING ABOVE LEVEL " DELIMITED BY SIZE
006460             WS-EDIT-LEVEL DELIMITED BY SIZE
006470             "'S" DELIMITED BY SIZE
006480             INTO WS-REJECT-REASON
006490     END-IF.
006500 3650-EXIT.
006510     EXIT.
006520
006530*-----------------------------------------------------------------
006540* 3700-EDIT-CARD-FIELDS -- THE FIELDS ADD AND CHANGE CARDS SHARE:
006550* EACH FLAG Y, N OR BLANK, AND THE MINIMUM LEVEL 1-9 OR BLANK.
006560*-----------------------------------------------------------------
006570 3700-EDIT-CARD-FIELDS.
006580     PERFORM 3750-EDIT-FLAG THRU 3750-EXIT
006590         VARYING SUB-1 FROM 1 BY 1
006600         UNTIL SUB-1 > 7 OR TXN-REJECTED.
006610     IF TXN-REJECTED
006620         GO TO 3700-EXIT
006630     END-IF.
006640     IF REGTXN-MIN-AUTH-LEVEL NOT = SPACE
006650             AND (REGTXN-MIN-AUTH-LEVEL IS NOT NUMERIC
006660                 OR REGTXN-MIN-AUTH-LEVEL = '0')
006670         SET TXN-REJECTED TO TRUE
006680         MOVE "MINIMUM LEVEL NOT 1-9" TO WS-REJECT-REASON
006690     END-IF.
006700 3700-EXIT.
006710     EXIT.
006720
006730 3750-EDIT-FLAG.
006740     IF REGTXN-FLAG (SUB-1) NOT = 'Y'
006750             AND REGTXN-FLAG (SUB-1) NOT = 'N'
006760             AND REGTXN-FLAG (SUB-1) NOT = SPACE
006770         SET TXN-REJECTED TO TRUE
006780         MOVE "FLAG NOT Y OR N" TO WS-REJECT-REASON
006790     END-IF.
006800 3750-EXIT.
006810     EXIT.
006820
006830*    NON-BLANK CARD FIELDS OVER THE ENTRY IN PGMREG-REC.
006840 3800-OVERLAY-CARD-FIELDS.
006850     IF REGTXN-PARM-LIMIT NOT = SPACE
006860         MOVE REGTXN-PARM-LIMIT TO PGMREG-PARM-LIMIT
006870     END-IF.
006880     IF REGTXN-PARM-SEEDS NOT = SPACE
006890         MOVE REGTXN-PARM-SEEDS TO PGMREG-PARM-SEEDS
006900     END-IF.
006910     IF REGTXN-PARM-MODE NOT = SPACE
006920         MOVE REGTXN-PARM-MODE TO PGMREG-PARM-MODE
006930     END-IF.
006940     IF REGTXN-PARM-TARGET NOT = SPACE
006950         MOVE REGTXN-PARM-TARGET TO PGMREG-PARM-TARGET
006960     END-IF.
006970     IF REGTXN-SWEEP-FLAG NOT = SPACE
006980         MOVE REGTXN-SWEEP-FLAG TO PGMREG-SWEEP-FLAG
006990     END-IF.
007000     IF REGTXN-REUSE-FLAG NOT = SPACE
007010         MOVE REGTXN-REUSE-FLAG TO PGMREG-REUSE-FLAG
007020     END-IF.
007030     IF REGTXN-ACTIVE-FLAG NOT = SPACE
007040         MOVE REGTXN-ACTIVE-FLAG TO PGMREG-ACTIVE-FLAG
007050     END-IF.
007060     IF REGTXN-MIN-AUTH-LEVEL NOT = SPACE
007070         MOVE REGTXN-MIN-AUTH-LEVEL TO PGMREG-MIN-AUTH-LEVEL
007080     END-IF.
007090 3800-EXIT.
007100     EXIT.
007110
007120*-----------------------------------------------------------------
007130* 3900-REWRITE-ENTRY -- STAMP AND PUT THE AMENDED ENTRY BACK.  A
007140* REWRITE THAT FAILS ON AN ENTRY JUST READ MEANS THE REGISTRY
007150* ITSELF IS IN TROUBLE, SO THE STEP ABENDS RATHER THAN CARRY ON.
007160*-----------------------------------------------------------------
007170 3900-REWRITE-ENTRY.
007180     MOVE WS-TIMESTAMP TO PGMREG-LAST-CHANGED.
007190     MOVE WS-SUBMIT-OPERATOR-ID TO PGMREG-CHANGED-BY.
007200     REWRITE PGMREG-REC
007210         INVALID KEY
007220             CONTINUE
007230     END-REWRITE.
007240     IF NOT PGMREG-OK
007250         PERFORM 3950-MASTER-FAILURE THRU 3950-EXIT
007260     END-IF.
007270     MOVE PGMREG-REC TO WS-AFTER-IMAGE.
007280 3900-EXIT.
007290     EXIT.
007300
007310 3950-MASTER-FAILURE.
007320     MOVE "REG008E" TO MSG-ID.
007330     STRING "UNABLE TO WRITE PGMREG ENTRY "
007340         REGTXN-PROGRAM-ID
007350         ", STATUS " WS-PGMREG-STATUS
007360         DELIMITED BY SIZE INTO MSG-TEXT.
007370     PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT.
007380     MOVE RC-FILE-ERROR TO RETURN-CODE.
007390     STOP RUN.
007400 3950-EXIT.
007410     EXIT.
007420
007430*-----------------------------------------------------------------
007440* 4000-WRITE-AUDIT -- ONE BEFORE/AFTER-IMAGE RECORD PER APPLIED
007450* TRANSACTION, SO EVERY CEILING OR STATUS CHANGE HAS A WHO-
007460* CHANGED-WHAT TRAIL.  AN ADD HAS NO BEFORE IMAGE.
007470*-----------------------------------------------------------------
007480 4000-WRITE-AUDIT.
007490     MOVE WS-TIMESTAMP          TO REGAUDT-TIMESTAMP.
007500     MOVE WS-SUBMIT-OPERATOR-ID TO REGAUDT-SUBMIT-OPER.
007510     MOVE REGTXN-ACTION         TO REGAUDT-ACTION.
007520     MOVE REGTXN-PROGRAM-ID     TO REGAUDT-PROGRAM-ID.
007530     MOVE WS-BEFORE-IMAGE       TO REGAUDT-BEFORE-IMAGE.
007540     MOVE WS-AFTER-IMAGE        TO REGAUDT-AFTER-IMAGE.
007550     WRITE REGAUDT-REC.
007560     ADD 1 TO WS-AUDIT-WRITE-COUNT.
007570 4000-EXIT.
007580     EXIT.
007590
007600 4500-REPORT-VERDICT.
007610     MOVE SPACES TO REGRPT-REC.
007620     IF TXN-ACCEPTED
007630         IF TXN-SET-CEILING
007640             MOVE WS-CEIL-VALUE TO WS-EDIT-CEILING
007650             STRING "  APPLIED  " DELIMITED BY SIZE
007660                 REGTXN-ACTION DELIMITED BY SIZE
007670                 " " DELIMITED BY SIZE
007680                 REGTXN-PROGRAM-ID DELIMITED BY SIZE
007690                 " LEVEL " DELIMITED BY SIZE
007700                 REGTXN-CEIL-LEVEL DELIMITED BY SIZE
007710                 " CEILING " DELIMITED BY SIZE
007720                 FUNCTION TRIM(WS-EDIT-CEILING)
007730                     DELIMITED BY SIZE
007740                 INTO REGRPT-REC
007750         ELSE
007760             STRING "  APPLIED  " DELIMITED BY SIZE
007770                 REGTXN-ACTION DELIMITED BY SIZE
007780                 " " DELIMITED BY SIZE
007790                 REGTXN-PROGRAM-ID DELIMITED BY SIZE
007800                 INTO REGRPT-REC
007810         END-IF
007820     ELSE
007830         STRING "  REJECTED " DELIMITED BY SIZE
007840             REGTXN-ACTION DELIMITED BY SIZE
007850             " " DELIMITED BY SIZE
007860             REGTXN-PROGRAM-ID DELIMITED BY SIZE
007870             " - " DELIMITED BY SIZE
007880             FUNCTION TRIM(WS-REJECT-REASON) DELIMITED BY SIZE
007890             INTO REGRPT-REC
007900     END-IF.
007910     WRITE REGRPT-REC.
007920 4500-EXIT.
007930     EXIT.
007940
007950*-----------------------------------------------------------------
007960* 5000-LIST-REGISTRY -- THE WHOLE REGISTRY AS IT STANDS AFTER
007970* MAINTENANCE, IN PROGRAM-ID ORDER: ONE LINE PER PROGRAM (ACTIVE
007980* FLAG, MINIMUM LEVEL, PARAMETERS TAKEN AS L/S/M/T, SWEEP AND
007990* REUSE SUPPORT, DESCRIPTION), THEN ONE LINE PER CAPPED LEVEL
008000* FROM THE MINIMUM UP.  A LEVEL NOT LISTED HAS NO CEILING.
008010*-----------------------------------------------------------------
008020 5000-LIST-REGISTRY.
008030     MOVE SPACES TO REGRPT-REC.
008040     WRITE REGRPT-REC.
008050     MOVE "REGISTRY AFTER MAINTENANCE" TO REGRPT-REC.
008060     WRITE REGRPT-REC.
008070     MOVE "  PROGRAM  ACT MIN PARM SWP REU DESCRIPTION"
008080         TO REGRPT-REC.
008090     WRITE REGRPT-REC.
008100     MOVE 'N' TO WS-EOF-FLAG.
008110     OPEN INPUT PGMREG.
008120     IF NOT PGMREG-OK
008130         MOVE "REG006E" TO MSG-ID
008140         STRING "UNABLE TO OPEN PGMREG, STATUS "
008150             WS-PGMREG-STATUS
008160             DELIMITED BY SIZE INTO MSG-TEXT
008170         PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
008180         MOVE RC-FILE-ERROR TO RETURN-CODE
008190         STOP RUN
008200     END-IF.
008210     PERFORM 5100-LIST-ONE-PROGRAM THRU 5100-EXIT
008220         UNTIL FILE-EOF.
008230     CLOSE PGMREG.
008240 5000-EXIT.
008250     EXIT.
008260
008270 5100-LIST-ONE-PROGRAM.
008280     READ PGMREG NEXT
008290         AT END
008300             SET FILE-EOF TO TRUE
008310             GO TO 5100-EXIT
008320     END-READ.
008330     ADD 1 TO WS-LISTED-COUNT.
008340     MOVE "----" TO WS-PARM-TEXT.
008350     IF PGMREG-TAKES-LIMIT
008360         MOVE 'L' TO WS-PARM-TEXT-LIMIT
008370     END-IF.
008380     IF PGMREG-TAKES-SEEDS
008390         MOVE 'S' TO WS-PARM-TEXT-SEEDS
008400     END-IF.
008410     IF PGMREG-TAKES-MODE
008420         MOVE 'M' TO WS-PARM-TEXT-MODE
008430     END-IF.
008440     IF PGMREG-TAKES-TARGET
008450         MOVE 'T' TO WS-PARM-TEXT-TARGET
008460     END-IF.
008470     MOVE SPACES TO REGRPT-REC.
008480     STRING "  " DELIMITED BY SIZE
008490         PGMREG-PROGRAM-ID DELIMITED BY SIZE
008500         "  " DELIMITED BY SIZE
008510         PGMREG-ACTIVE-FLAG DELIMITED BY SIZE
008520         "   " DELIMITED BY SIZE
008530         PGMREG-MIN-AUTH-LEVEL DELIMITED BY SIZE
008540         "  " DELIMITED BY SIZE
008550         WS-PARM-TEXT DELIMITED BY SIZE
008560         "  " DELIMITED BY SIZE
008570         PGMREG-SWEEP-FLAG DELIMITED BY SIZE
008580         "   " DELIMITED BY SIZE
008590         PGMREG-REUSE-FLAG DELIMITED BY SIZE
008600         "  " DELIMITED BY SIZE
008610         PGMREG-DESCRIPTION DELIMITED BY SIZE
008620         INTO REGRPT-REC.
008630     WRITE REGRPT-REC.
008640     PERFORM 5200-LIST-CEILING THRU 5200-EXIT
008650         VARYING SUB-1 FROM 1 BY 1
008660         UNTIL SUB-1 > 9.
008670 5100-EXIT.
008680     EXIT.
008690
008700 5200-LIST-CEILING.
008710     IF SUB-1 < PGMREG-MIN-AUTH-LEVEL
008720             OR PGMREG-LEVEL-CEILING (SUB-1) = ZERO
008730         GO TO 5200-EXIT
008740     END-IF.
008750     MOVE SUB-1 TO WS-EDIT-LEVEL.
008760     MOVE PGMREG-LEVEL-CEILING (SUB-1) TO WS-EDIT-CEILING.
008770     MOVE SPACES TO REGRPT-REC.
008780     STRING "             LEVEL " DELIMITED BY SIZE
008790         WS-EDIT-LEVEL DELIMITED BY SIZE
008800         " CEILING " DELIMITED BY SIZE
008810         FUNCTION TRIM(WS-EDIT-CEILING) DELIMITED BY SIZE
008820         INTO REGRPT-REC.
008830     WRITE REGRPT-REC.
008840 5200-EXIT.
008850     EXIT.
008860
008870*-----------------------------------------------------------------
008880* 6000-WRAP-UP -- SUMMARY COUNTS, THE COUNT RECONCILIATION AND
008890* THE STEP RETURN CODE: RC-VERIFY-ERROR WHEN THE COUNTS DO NOT
008900* TIE OUT, RC 4 WHEN ANY TRANSACTION WAS REJECTED, ZERO
008910* OTHERWISE -- THE SAME CONVENTION AS EULEROPM.
008920*-----------------------------------------------------------------
008930 6000-WRAP-UP.
008940     CLOSE REGAUDT.
008950     MOVE SPACES TO REGRPT-REC.
008960     WRITE REGRPT-REC.
008970     MOVE WS-TXN-READ-COUNT TO WS-EDIT-COUNT.
008980     MOVE SPACES TO REGRPT-REC.
008990     STRING "  TRANSACTIONS READ        : " DELIMITED BY SIZE
009000         FUNCTION TRIM(WS-EDIT-COUNT) DELIMITED BY SIZE
009010         INTO REGRPT-REC.
009020     WRITE REGRPT-REC.
009030     MOVE WS-APPLIED-COUNT TO WS-EDIT-COUNT.
009040     MOVE SPACES TO REGRPT-REC.
009050     STRING "  TRANSACTIONS APPLIED     : " DELIMITED BY SIZE
009060         FUNCTION TRIM(WS-EDIT-COUNT) DELIMITED BY SIZE
009070         INTO REGRPT-REC.
009080     WRITE REGRPT-REC.
009090     MOVE WS-ADDED-COUNT TO WS-EDIT-COUNT.
009100     MOVE SPACES TO REGRPT-REC.
009110     STRING "    PROGRAMS ADDED         : " DELIMITED BY SIZE
009120         FUNCTION TRIM(WS-EDIT-COUNT) DELIMITED BY SIZE
009130         INTO REGRPT-REC.
009140     WRITE REGRPT-REC.
009150     MOVE WS-CHANGED-COUNT TO WS-EDIT-COUNT.
009160     MOVE SPACES TO REGRPT-REC.
009170     STRING "    PROGRAMS CHANGED       : " DELIMITED BY SIZE
009180         FUNCTION TRIM(WS-EDIT-COUNT) DELIMITED BY SIZE
009190         INTO REGRPT-REC.
009200     WRITE REGRPT-REC.
009210     MOVE WS-DEACTIVATED-COUNT TO WS-EDIT-COUNT.
009220     MOVE SPACES TO REGRPT-REC.
009230     STRING "    PROGRAMS DEACTIVATED   : " DELIMITED BY SIZE
009240         FUNCTION TRIM(WS-EDIT-COUNT) DELIMITED BY SIZE
009250         INTO REGRPT-REC.
009260     WRITE REGRPT-REC.
009270     MOVE WS-CEILING-SET-COUNT TO WS-EDIT-COUNT.
009280     MOVE SPACES TO REGRPT-REC.
009290     STRING "    CEILINGS SET           : " DELIMITED BY SIZE
009300         FUNCTION TRIM(WS-EDIT-COUNT) DELIMITED BY SIZE
009310         INTO REGRPT-REC.
009320     WRITE REGRPT-REC.
009330     MOVE WS-REJECTED-COUNT TO WS-EDIT-COUNT.
009340     MOVE SPACES TO REGRPT-REC.
009350     STRING "  TRANSACTIONS REJECTED    : " DELIMITED BY SIZE
009360         FUNCTION TRIM(WS-EDIT-COUNT) DELIMITED BY SIZE
009370         INTO REGRPT-REC.
009380     WRITE REGRPT-REC.
009390     MOVE WS-AUDIT-WRITE-COUNT TO WS-EDIT-COUNT.
009400     MOVE SPACES TO REGRPT-REC.
009410     STRING "  AUDIT TRAIL RECORDS      : " DELIMITED BY SIZE
009420         FUNCTION TRIM(WS-EDIT-COUNT) DELIMITED BY SIZE
009430         INTO REGRPT-REC.
009440     WRITE REGRPT-REC.
009450     MOVE WS-LISTED-COUNT TO WS-EDIT-COUNT.
009460     MOVE SPACES TO REGRPT-REC.
009470     STRING "  PROGRAMS ON REGISTRY     : " DELIMITED BY SIZE
009480         FUNCTION TRIM(WS-EDIT-COUNT) DELIMITED BY SIZE
009490         INTO REGRPT-REC.
009500     WRITE REGRPT-REC.
009510     IF WS-TXN-READ-COUNT NOT =
009520             WS-APPLIED-COUNT + WS-REJECTED-COUNT
009530         MOVE 'N' TO WS-RECONCILE-FLAG
009540     END-IF.
009550     IF WS-APPLIED-COUNT NOT = WS-ADDED-COUNT + WS-CHANGED-COUNT
009560             + WS-DEACTIVATED-COUNT + WS-CEILING-SET-COUNT
009570             OR WS-APPLIED-COUNT NOT = WS-AUDIT-WRITE-COUNT
009580         MOVE 'N' TO WS-RECONCILE-FLAG
009590     END-IF.
009600     IF NOT COUNTS-RECONCILE
009610         MOVE "  COUNTS DO NOT RECONCILE - RUN ABENDED"
009620             TO REGRPT-REC
009630         WRITE REGRPT-REC
009640         MOVE "REG009E" TO MSG-ID
009650         MOVE "COUNTS DO NOT RECONCILE" TO MSG-TEXT
009660         PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
009670         MOVE RC-VERIFY-ERROR TO RETURN-CODE
009680     ELSE
009690         IF WS-REJECTED-COUNT > ZERO
009700             MOVE "  MAINTENANCE DONE - REJECTIONS NEED REVIEW"
009710                 TO REGRPT-REC
009720             WRITE REGRPT-REC
009730             MOVE "REG010W" TO MSG-ID
009740             MOVE "TRANSACTIONS REJECTED, SEE REGRPT"
009750                 TO MSG-TEXT
009760             PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
009770             MOVE 4 TO RETURN-CODE
009780         ELSE
009790             MOVE "  MAINTENANCE COMPLETE - ALL CARDS APPLIED"
009800                 TO REGRPT-REC
009810             WRITE REGRPT-REC
009820         END-IF
009830     END-IF.
009840     CLOSE REGRPT.
009850 6000-EXIT.
009860     EXIT.
009870
009880*-----------------------------------------------------------------
009890* 9800-LOG-MESSAGE -- ROUTE A DIAGNOSTIC THROUGH THE COMMON
009900* EULERMSG ROUTINE.  CALLERS FILL MSG-ID (SEVERITY LETTER LAST)
009910* AND MSG-TEXT; THE SEVERITY IS DERIVED FROM THE ID AND THE TEXT
009920* BUFFER IS BLANKED FOR THE NEXT CALLER.
009930*-----------------------------------------------------------------
009940 9800-LOG-MESSAGE.
009950     MOVE MSG-ID(7:1) TO MSG-SEVERITY.
009960     MOVE "EULERREG" TO MSG-PROGRAM.
009970     CALL "EULERMSG" USING EULERMSG-PARMS.
009980     MOVE SPACES TO MSG-TEXT.
009990 9800-EXIT.
010000     EXIT.
010010
010020 END PROGRAM EULERREG.
