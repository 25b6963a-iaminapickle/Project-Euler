000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. EULERBKO.
000120 AUTHOR. D-L-WHITFIELD.
000130 INSTALLATION. EULER-BATCH-REPORTING.
000140 DATE-WRITTEN. 10/15/2026.
000150 DATE-COMPILED.
000160*****************************************************************
000170* MODIFICATION HISTORY                                          *
000180*-----------------------------------------------------------------
000190*  DATE       INIT  DESCRIPTION
000200*  ---------- ----  ----------------------------------------------
000210*  10/15/2026 DLW   ORIGINAL PROGRAM.  BACKS OUT ONE EULERMRG
000220*                   CONSOLIDATION, SO A BAD OR DUPLICATED STAGING
000230*                   DATASET CONCATENATED INTO HISTSTG OR RESSTG
000240*                   CAN BE TAKEN BACK OFF THE MASTERS WITHOUT
000250*                   RESTORING LAST NIGHT'S BACKUP.  THE BKOCTL
000260*                   CARD NAMES THE CONSOLIDATION ID PRINTED ON
000270*                   MRGRPT.  EVERY HISTFILE AND EULERRES RECORD
000280*                   THE MRGJRNL MERGE JOURNAL SHOWS THAT RUN
000290*                   ADDING IS REMOVED -- EULERRES BY KEYED
000300*                   DELETE, HISTFILE BY A SPLIT THROUGH HISTTEMP
000310*                   AND A REWRITE -- AND NOTHING ELSE IS TOUCHED.
000320*                   THE BACKOUT IS REFUSED, WITH NO MASTER
000330*                   CHANGED, WHEN THE SUBMITTER ON OPERCTL IS NOT
000340*                   AN ACTIVE LEVEL-3-OR-ABOVE OPERATOR, WHEN THE
000350*                   CONSOLIDATION IS NOT ON THE JOURNAL OR WAS
000360*                   ALREADY BACKED OUT, WHEN A LATER CONSOLIDATION
000370*                   DROPPED A STAGING RECORD AS A DUPLICATE OF ONE
000380*                   THIS RUN ADDED (IT DEPENDS ON IT), WHEN A
000390*                   LATER EULERPRG RUN'S CUTOFF HAS ARCHIVED ANY
000400*                   OF ITS RECORDS, OR WHEN ANY JOURNALED RECORD
000410*                   IS NO LONGER ON ITS MASTER.  A COMPLETED
000420*                   BACKOUT IS JOURNALED, AND BKORPT PRINTS THE
000430*                   JOURNALED AGAINST REMOVED COUNTS.  A REFUSAL
000440*                   ENDS WITH RC 4; COUNTS THAT DO NOT RECONCILE
000450*                   END WITH RC-VERIFY-ERROR.
000460*****************************************************************
000470 ENVIRONMENT DIVISION.
000480 CONFIGURATION SECTION.
000490 SOURCE-COMPUTER. IBM-370.
000500 OBJECT-COMPUTER. IBM-370.
000510 INPUT-OUTPUT SECTION.
000520 FILE-CONTROL.
000530     SELECT BKOCTL ASSIGN TO "BKOCTL"
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS WS-BKOCTL-STATUS.
000560     SELECT MRGJRNL ASSIGN TO "MRGJRNL"
000570         ORGANIZATION IS LINE SEQUENTIAL
000580         FILE STATUS IS WS-MRGJRNL-STATUS.
000590     SELECT HISTFILE ASSIGN TO "HISTFILE"
000600         ORGANIZATION IS LINE SEQUENTIAL
000610         FILE STATUS IS WS-HISTFILE-STATUS.
000620     SELECT HISTTEMP ASSIGN TO "HISTTEMP"
000630         ORGANIZATION IS LINE SEQUENTIAL
000640         FILE STATUS IS WS-HISTTEMP-STATUS.
000650     SELECT EULERRES ASSIGN TO "EULERRES"
000660         ORGANIZATION IS INDEXED
000670         ACCESS MODE IS DYNAMIC
000680         RECORD KEY IS EULERRES-KEY
000690         FILE STATUS IS WS-EULERRES-STATUS.
000700     SELECT OPERMAST ASSIGN TO "OPERMAST"
000710         ORGANIZATION IS LINE SEQUENTIAL
000720         FILE STATUS IS WS-OPERMAST-STATUS.
000730     SELECT OPERCTL ASSIGN TO "OPERCTL"
000740         ORGANIZATION IS LINE SEQUENTIAL
000750         FILE STATUS IS WS-OPERCTL-STATUS.
000760     SELECT BKORPT ASSIGN TO "BKORPT"
000770         ORGANIZATION IS LINE SEQUENTIAL
000780         FILE STATUS IS WS-BKORPT-STATUS.
000790 DATA DIVISION.
000800 FILE SECTION.
000810 FD  BKOCTL
000820     RECORDING MODE IS F.
000830 01  BKOCTL-REC.
000840     05  BKOCTL-CONSOL-ID           PIC X(16).
000850 FD  MRGJRNL
000860     RECORDING MODE IS F.
000870     COPY MRGJRNL.
000880 FD  HISTFILE
000890     RECORDING MODE IS F.
000900     COPY HISTREC.
000910 FD  HISTTEMP
000920     RECORDING MODE IS F.
000930 01  HISTTEMP-REC                   PIC X(110).
000940 FD  EULERRES
000950     RECORDING MODE IS F.
000960     COPY EULERRES.
000970 FD  OPERMAST
000980     RECORDING MODE IS F.
000990     COPY OPERMST.
001000 FD  OPERCTL
001010     RECORDING MODE IS F.
001020 01  OPERCTL-REC.
001030     05  OPERCTL-OPERATOR-ID        PIC X(08).
001040 FD  BKORPT
001050     RECORDING MODE IS F.
001060 01  BKORPT-REC                     PIC X(80).
001070 WORKING-STORAGE SECTION.
001080*-----------------------------------------------------------------
001090* FILE STATUS AND DATE WORK AREAS
001100*-----------------------------------------------------------------
001110 01  WS-BKOCTL-STATUS               PIC X(02) VALUE SPACES.
001120     88  BKOCTL-OK                  VALUE '00'.
001130 01  WS-MRGJRNL-STATUS              PIC X(02) VALUE SPACES.
001140     88  MRGJRNL-OK                 VALUE '00'.
001150     88  MRGJRNL-NOT-FOUND          VALUE '35'.
001160 01  WS-HISTFILE-STATUS             PIC X(02) VALUE SPACES.
001170     88  HISTFILE-OK                VALUE '00'.
001180     88  HISTFILE-NOT-FOUND         VALUE '35'.
001190 01  WS-HISTTEMP-STATUS             PIC X(02) VALUE SPACES.
001200     88  HISTTEMP-OK                VALUE '00'.
001210 01  WS-EULERRES-STATUS             PIC X(02) VALUE SPACES.
001220     88  EULERRES-OK                VALUE '00'.
001230     88  EULERRES-NOT-FOUND         VALUE '35'.
001240 01  WS-OPERMAST-STATUS             PIC X(02) VALUE SPACES.
001250     88  OPERMAST-OK                VALUE '00'.
001260     88  OPERMAST-NOT-FOUND         VALUE '35'.
001270 01  WS-OPERCTL-STATUS              PIC X(02) VALUE SPACES.
001280     88  OPERCTL-OK                 VALUE '00'.
001290 01  WS-BKORPT-STATUS               PIC X(02) VALUE SPACES.
001300     88  BKORPT-OK                  VALUE '00'.
001310 01  WS-EOF-FLAG                    PIC X(01) VALUE 'N'.
001320     88  FILE-EOF                   VALUE 'Y'.
001330 01  WS-CURRENT-DATE.
001340     05  WS-CURRENT-DATE-YYYYMMDD   PIC X(08).
001350     05  FILLER                     PIC X(18).
001360 01  WS-TIMESTAMP                   PIC X(21) VALUE SPACES.
001370*-----------------------------------------------------------------
001380* THE SUBMITTER AND ITS AUTHORITY.  TAKING RECORDS OFF THE
001390* MASTERS IS RESERVED TO THE SAME ACTIVE LEVEL-3-OR-ABOVE
001400* OPERATORS WHO MAY CORRECT THEM THROUGH EULERVOD.
001410*-----------------------------------------------------------------
001420 01  WS-SUBMIT-OPERATOR-ID          PIC X(08) VALUE SPACES.
001430 01  WS-SUBMIT-AUTH-LEVEL           PIC 9(01) VALUE ZERO.
001440 01  WS-SUBMIT-AUTH-FLAG            PIC X(01) VALUE 'N'.
001450     88  SUBMITTER-AUTHORIZED       VALUE 'Y'.
001460 01  WS-SUBMIT-DENIAL               PIC X(40) VALUE SPACES.
001470 01  WS-REQUIRED-LEVEL              PIC 9(01) VALUE 3.
001480*-----------------------------------------------------------------
001490* THE CONSOLIDATION BEING BACKED OUT AND THE VERDICT.  ONCE THE
001500* BACKOUT IS REFUSED NO LATER STEP TOUCHES A MASTER.
001510*-----------------------------------------------------------------
001520 01  WS-TARGET-ID                   PIC X(16) VALUE SPACES.
001530 01  WS-TARGET-FOUND-FLAG           PIC X(01) VALUE 'N'.
001540     88  TARGET-FOUND               VALUE 'Y'.
001550 01  WS-TARGET-END-FLAG             PIC X(01) VALUE 'N'.
001560     88  TARGET-END-FOUND           VALUE 'Y'.
001570 01  WS-ALREADY-BACKED-FLAG         PIC X(01) VALUE 'N'.
001580     88  TARGET-ALREADY-BACKED-OUT  VALUE 'Y'.
001590 01  WS-BACKOUT-FLAG                PIC X(01) VALUE 'Y'.
001600     88  BACKOUT-ALLOWED            VALUE 'Y'.
001610     88  BACKOUT-REFUSED            VALUE 'N'.
001620 01  WS-REFUSAL-REASON              PIC X(60) VALUE SPACES.
001630 01  WS-DEPENDENT-ID                PIC X(16) VALUE SPACES.
001640*    EARLIEST RUN DATE AMONG THE RECORDS THE CONSOLIDATION ADDED
001650*    AND THE LATEST CUTOFF OF ANY LATER EULERPRG RUN.  A CUTOFF
001660*    PAST THE EARLIEST DATE MEANS SOME OF THEM WERE ARCHIVED.
001670 01  WS-EARLIEST-DATE               PIC X(08) VALUE HIGH-VALUES.
001680 01  WS-PURGE-CUTOFF                PIC X(08) VALUE SPACES.
001690 01  WS-IMAGE-DATE                  PIC X(08) VALUE SPACES.
001700*-----------------------------------------------------------------
001710* THE RECORDS THE CONSOLIDATION ADDED, LOADED FROM THE JOURNAL.
001720* A HISTFILE IMAGE IS MATCHED TO EXACTLY ONE MASTER RECORD; THE
001730* TIMESTAMP RANGE SPARES THE TABLE SEARCH FOR EVERY MASTER RECORD
001740* OUTSIDE IT.
001750*-----------------------------------------------------------------
001760 01  WS-BKH-TABLE.
001770     05  WS-BKH-ENTRY OCCURS 5000 TIMES.
001780         10  WS-BKH-IMAGE           PIC X(110).
001790         10  WS-BKH-MATCHED         PIC X(01).
001800 01  WS-BKH-COUNT                   PIC 9(05) COMP VALUE ZERO.
001810 01  WS-BKH-MAX                     PIC 9(05) COMP VALUE 5000.
001820 01  WS-BKH-LOW-TS                  PIC X(21) VALUE HIGH-VALUES.
001830 01  WS-BKH-HIGH-TS                 PIC X(21) VALUE LOW-VALUES.
001840 01  WS-BKR-TABLE.
001850     05  WS-BKR-ENTRY OCCURS 5000 TIMES.
001860         10  WS-BKR-KEY             PIC X(29).
001870 01  WS-BKR-COUNT                   PIC 9(05) COMP VALUE ZERO.
001880 01  WS-BKR-MAX                     PIC 9(05) COMP VALUE 5000.
001890 01  WS-TABLE-FULL-FLAG             PIC X(01) VALUE 'N'.
001900     88  TABLE-FULL                 VALUE 'Y'.
001910*    CONSOLIDATIONS ALREADY BACKED OUT -- A LATER ONE ON THIS
001920*    LIST NO LONGER DEPENDS ON ANYTHING.
001930 01  WS-BKX-TABLE.
001940     05  WS-BKX-ID OCCURS 500 TIMES PIC X(16).
001950 01  WS-BKX-COUNT                   PIC 9(05) COMP VALUE ZERO.
001960 01  WS-BKX-MAX                     PIC 9(05) COMP VALUE 500.
001970 01  WS-HOLD-HIST-IMAGE             PIC X(110) VALUE SPACES.
001980 01  WS-HOLD-RES-KEY                PIC X(29) VALUE SPACES.
001990 01  SUB-1                          PIC 9(05) COMP VALUE ZERO.
002000 01  WS-MATCH-SUB                   PIC 9(05) COMP VALUE ZERO.
002010 01  WS-ON-LIST-FLAG                PIC X(01) VALUE 'N'.
002020     88  ID-ON-LIST                 VALUE 'Y'.
002030*-----------------------------------------------------------------
002040* BACKOUT COUNTERS
002050*-----------------------------------------------------------------
002060 77  WS-JRNL-READ-COUNT             PIC 9(09) COMP VALUE ZERO.
002070 77  WS-LATER-CONSOL-COUNT          PIC 9(09) COMP VALUE ZERO.
002080 77  WS-TRAILER-HIST-COUNT          PIC 9(09) COMP VALUE ZERO.
002090 77  WS-TRAILER-RES-COUNT           PIC 9(09) COMP VALUE ZERO.
002100 77  WS-MISSING-COUNT               PIC 9(09) COMP VALUE ZERO.
002110 77  WS-HIST-READ-COUNT             PIC 9(09) COMP VALUE ZERO.
002120 77  WS-HIST-REMOVED-COUNT          PIC 9(09) COMP VALUE ZERO.
002130 77  WS-HIST-KEEP-COUNT             PIC 9(09) COMP VALUE ZERO.
002140 77  WS-HIST-REWRITE-COUNT          PIC 9(09) COMP VALUE ZERO.
002150 77  WS-RES-REMOVED-COUNT           PIC 9(09) COMP VALUE ZERO.
002160 77  WS-RES-FAILED-COUNT            PIC 9(09) COMP VALUE ZERO.
002170 01  WS-JOURNALED-FLAG              PIC X(01) VALUE 'N'.
002180     88  BACKOUT-JOURNALED          VALUE 'Y'.
002190 01  WS-RECONCILE-FLAG              PIC X(01) VALUE 'Y'.
002200     88  COUNTS-RECONCILE           VALUE 'Y'.
002210*-----------------------------------------------------------------
002220* REPORT EDIT FIELDS
002230*-----------------------------------------------------------------
002240 01  WS-EDIT-COUNT                  PIC Z(8)9.
002250 01  WS-EDIT-COUNT-2                PIC Z(8)9.
002260 01  WS-EDIT-LEVEL                  PIC 9(01).
002270*-----------------------------------------------------------------
002280* COMMON MESSAGE-ROUTINE PARAMETER AREA AND THE SUITE'S STANDARD
002290* RETURN-CODE CLASSES (SEE EULERMSG).
002300*-----------------------------------------------------------------
002310     COPY MSGAREA.
002320     COPY EULERRC.
002330 PROCEDURE DIVISION.
002340 0000-MAINLINE.
002350     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002360     PERFORM 1200-CHECK-SUBMITTER THRU 1200-EXIT.
002370     IF BACKOUT-ALLOWED
002380         PERFORM 2000-READ-JOURNAL THRU 2000-EXIT
002390     END-IF.
002400     IF BACKOUT-ALLOWED
002410         PERFORM 2500-CHECK-DEPENDENTS THRU 2500-EXIT
002420     END-IF.
002430     IF BACKOUT-ALLOWED
002440         PERFORM 3000-CHECK-MASTERS THRU 3000-EXIT
002450     END-IF.
002460     IF BACKOUT-ALLOWED
002470         PERFORM 4000-REMOVE-EULERRES THRU 4000-EXIT
002480         PERFORM 5000-REMOVE-HISTFILE THRU 5000-EXIT
002490         PERFORM 5800-JOURNAL-BACKOUT THRU 5800-EXIT
002500     END-IF.
002510     PERFORM 6000-WRAP-UP THRU 6000-EXIT.
002520     GOBACK.
002530
002540*-----------------------------------------------------------------
002550* 1000-INITIALIZE -- OPEN THE REPORT AND READ THE CONSOLIDATION
002560* ID OFF THE BKOCTL CARD.  A MISSING OR BLANK CARD IS A MIS-BUILT
002570* JOB AND ABENDS BEFORE ANYTHING IS TOUCHED.
002580*-----------------------------------------------------------------
002590 1000-INITIALIZE.
002600     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
002610     MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP.
002620     PERFORM 1100-GET-SUBMITTER THRU 1100-EXIT.
002630     OPEN OUTPUT BKORPT.
002640     IF NOT BKORPT-OK
002650         MOVE "BKO001E" TO MSG-ID
002660         STRING "UNABLE TO OPEN BKORPT, STATUS "
002670             WS-BKORPT-STATUS
002680             DELIMITED BY SIZE INTO MSG-TEXT
002690         PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
002700         MOVE RC-FILE-ERROR TO RETURN-CODE
002710         STOP RUN
002720     END-IF.
002730     OPEN INPUT BKOCTL.
002740     IF NOT BKOCTL-OK
002750         MOVE "BKO002E" TO MSG-ID
002760         STRING "UNABLE TO OPEN BKOCTL, STATUS "
002770             WS-BKOCTL-STATUS
002780             DELIMITED BY SIZE INTO MSG-TEXT
002790         PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
002800         MOVE RC-FILE-ERROR TO RETURN-CODE
002810         STOP RUN
002820     END-IF.
002830     READ BKOCTL
002840         AT END
002850             CONTINUE
002860         NOT AT END
002870             MOVE BKOCTL-CONSOL-ID TO WS-TARGET-ID
002880     END-READ.
002890     CLOSE BKOCTL.
002900     IF WS-TARGET-ID = SPACES
002910         MOVE "BKO003E" TO MSG-ID
002920         MOVE "BKOCTL CONSOLIDATION ID MISSING OR BLANK"
002930             TO MSG-TEXT
002940         PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
002950         MOVE RC-PARM-ERROR TO RETURN-CODE
002960         STOP RUN
002970     END-IF.
002980     MOVE SPACES TO BKORPT-REC.
002990     STRING "EULERBKO CONSOLIDATION BACKOUT - DATE "
003000         DELIMITED BY SIZE
003010         WS-CURRENT-DATE-YYYYMMDD DELIMITED BY SIZE
003020         " BY " DELIMITED BY SIZE
003030         WS-SUBMIT-OPERATOR-ID DELIMITED BY SIZE
003040         INTO BKORPT-REC.
003050     WRITE BKORPT-REC.
003060     MOVE SPACES TO BKORPT-REC.
003070     STRING "  CONSOLIDATION ID             : "
003080         DELIMITED BY SIZE
003090         WS-TARGET-ID DELIMITED BY SIZE
003100         INTO BKORPT-REC.
003110     WRITE BKORPT-REC.
003120 1000-EXIT.
003130     EXIT.
003140
003150*-----------------------------------------------------------------
003160* 1100-GET-SUBMITTER -- READ THE SUBMITTING OPERATOR'S ID FROM
003170* THE OPERCTL CONTROL FILE, AS EULEROPM DOES, DEFAULTING TO
003180* "BATCHJOB" FOR UNATTENDED RUNS.
003190*-----------------------------------------------------------------
003200 1100-GET-SUBMITTER.
003210     MOVE "BATCHJOB" TO WS-SUBMIT-OPERATOR-ID.
003220     OPEN INPUT OPERCTL.
003230     IF OPERCTL-OK
003240         READ OPERCTL
003250             AT END
003260                 CONTINUE
003270             NOT AT END
003280                 MOVE OPERCTL-OPERATOR-ID
003290                     TO WS-SUBMIT-OPERATOR-ID
003300         END-READ
003310         CLOSE OPERCTL
003320     END-IF.
003330 1100-EXIT.
003340     EXIT.
003350
003360*-----------------------------------------------------------------
003370* 1200-CHECK-SUBMITTER -- LOOK THE SUBMITTER UP ON OPERMAST.  AN
003380* UNKNOWN, INACTIVE OR UNDER-LEVEL SUBMITTER DOES NOT ABEND THE
003390* STEP: THE BACKOUT IS REFUSED WITH THE DENIAL AS ITS REASON.
003400* AN ABSENT MASTER AUTHORIZES NOBODY.
003410*-----------------------------------------------------------------
003420 1200-CHECK-SUBMITTER.
003430     MOVE 'N' TO WS-SUBMIT-AUTH-FLAG.
003440     MOVE "SUBMITTER NOT ON OPERMAST" TO WS-SUBMIT-DENIAL.
003450     MOVE 'N' TO WS-EOF-FLAG.
003460     OPEN INPUT OPERMAST.
003470     IF NOT OPERMAST-OK AND NOT OPERMAST-NOT-FOUND
003480         MOVE "BKO004E" TO MSG-ID
003490         STRING "UNABLE TO OPEN OPERMAST, STATUS "
003500             WS-OPERMAST-STATUS
003510             DELIMITED BY SIZE INTO MSG-TEXT
003520         PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
003530         MOVE RC-FILE-ERROR TO RETURN-CODE
003540         STOP RUN
003550     END-IF.
003560     IF OPERMAST-OK
003570         PERFORM 1250-FIND-SUBMITTER THRU 1250-EXIT
003580             UNTIL FILE-EOF
003590         CLOSE OPERMAST
003600     END-IF.
003610     IF NOT SUBMITTER-AUTHORIZED
003620         MOVE "BKO005W" TO MSG-ID
003630         STRING "SUBMITTER " DELIMITED BY SIZE
003640             WS-SUBMIT-OPERATOR-ID DELIMITED BY SIZE
003650             " NOT AUTHORIZED - " DELIMITED BY SIZE
003660             FUNCTION TRIM(WS-SUBMIT-DENIAL) DELIMITED BY SIZE
003670             INTO MSG-TEXT
003680         PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
003690         SET BACKOUT-REFUSED TO TRUE
003700         MOVE WS-SUBMIT-DENIAL TO WS-REFUSAL-REASON
003710     END-IF.
003720 1200-EXIT.
003730     EXIT.
003740
003750 1250-FIND-SUBMITTER.
003760     READ OPERMAST
003770         AT END
003780             SET FILE-EOF TO TRUE
003790         NOT AT END
003800             IF OPERMST-OPERATOR-ID = WS-SUBMIT-OPERATOR-ID
003810                 SET FILE-EOF TO TRUE
003820                 PERFORM 1260-RATE-SUBMITTER THRU 1260-EXIT
003830             END-IF
003840     END-READ.
003850 1250-EXIT.
003860     EXIT.
003870
003880 1260-RATE-SUBMITTER.
003890     MOVE OPERMST-AUTH-LEVEL TO WS-SUBMIT-AUTH-LEVEL.
003900     IF NOT OPERMST-ACTIVE
003910         MOVE "SUBMITTER INACTIVE ON OPERMAST"
003920             TO WS-SUBMIT-DENIAL
003930         GO TO 1260-EXIT
003940     END-IF.
003950     IF WS-SUBMIT-AUTH-LEVEL < WS-REQUIRED-LEVEL
003960         MOVE WS-SUBMIT-AUTH-LEVEL TO WS-EDIT-LEVEL
003970         MOVE SPACES TO WS-SUBMIT-DENIAL
003980         STRING "SUBMITTER LEVEL " DELIMITED BY SIZE
003990             WS-EDIT-LEVEL DELIMITED BY SIZE
004000             ", LEVEL 3 REQUIRED" DELIMITED BY SIZE
004010             INTO WS-SUBMIT-DENIAL
004020         GO TO 1260-EXIT
004030     END-IF.
004040     MOVE SPACES TO WS-SUBMIT-DENIAL.
004050     SET SUBMITTER-AUTHORIZED TO TRUE.
004060 1260-EXIT.
004070     EXIT.
004080
004090*-----------------------------------------------------------------
004100* 2000-READ-JOURNAL -- FIRST PASS OF MRGJRNL.  LOADS THE RECORDS
004110* THE CONSOLIDATION ADDED AND ITS END-RECORD COUNTS, NOTES EVERY
004120* CONSOLIDATION ALREADY BACKED OUT, COUNTS THE CONSOLIDATIONS RUN
004130* SINCE, AND KEEPS THE LATEST CUTOFF OF ANY EULERPRG RUN SINCE.
004140* AN ABSENT JOURNAL HOLDS NO CONSOLIDATION TO BACK OUT.
004150*-----------------------------------------------------------------
004160 2000-READ-JOURNAL.
004170     MOVE 'N' TO WS-EOF-FLAG.
004180     OPEN INPUT MRGJRNL.
004190     IF NOT MRGJRNL-OK AND NOT MRGJRNL-NOT-FOUND
004200         MOVE "BKO006E" TO MSG-ID
004210         STRING "UNABLE TO OPEN MRGJRNL, STATUS "
004220             WS-MRGJRNL-STATUS
004230             DELIMITED BY SIZE INTO MSG-TEXT
004240         PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
004250         MOVE RC-FILE-ERROR TO RETURN-CODE
004260         STOP RUN
004270     END-IF.
004280     IF MRGJRNL-OK
004290         PERFORM 2100-SCAN-JOURNAL-RECORD THRU 2100-EXIT
004300             UNTIL FILE-EOF
004310         CLOSE MRGJRNL
004320     END-IF.
004330     IF NOT TARGET-FOUND
004340         SET BACKOUT-REFUSED TO TRUE
004350         MOVE "CONSOLIDATION NOT ON MRGJRNL"
004360             TO WS-REFUSAL-REASON
004370         GO TO 2000-EXIT
004380     END-IF.
004390     IF TARGET-ALREADY-BACKED-OUT
004400         SET BACKOUT-REFUSED TO TRUE
004410         MOVE "CONSOLIDATION ALREADY BACKED OUT"
004420             TO WS-REFUSAL-REASON
004430         GO TO 2000-EXIT
004440     END-IF.
004450     IF TABLE-FULL
004460         SET BACKOUT-REFUSED TO TRUE
004470         MOVE "MORE THAN 5000 RECORDS ADDED TO ONE MASTER"
004480             TO WS-REFUSAL-REASON
004490         GO TO 2000-EXIT
004500     END-IF.
004510     IF TARGET-END-FOUND
004520         IF WS-TRAILER-HIST-COUNT NOT = WS-BKH-COUNT
004530                 OR WS-TRAILER-RES-COUNT NOT = WS-BKR-COUNT
004540             SET BACKOUT-REFUSED TO TRUE
004550             MOVE "JOURNALED RECORDS DISAGREE WITH END RECORD"
004560                 TO WS-REFUSAL-REASON
004570             GO TO 2000-EXIT
004580         END-IF
004590     END-IF.
004600     IF WS-PURGE-CUTOFF > WS-EARLIEST-DATE
004610         SET BACKOUT-REFUSED TO TRUE
004620         MOVE SPACES TO WS-REFUSAL-REASON
004630         STRING "RECORDS ARCHIVED BY EULERPRG, CUTOFF "
004640             DELIMITED BY SIZE
004650             WS-PURGE-CUTOFF DELIMITED BY SIZE
004660             INTO WS-REFUSAL-REASON
004670     END-IF.
004680 2000-EXIT.
004690     EXIT.
004700
004710 2100-SCAN-JOURNAL-RECORD.
004720     READ MRGJRNL
004730         AT END
004740             SET FILE-EOF TO TRUE
004750         NOT AT END
004760             ADD 1 TO WS-JRNL-READ-COUNT
004770             PERFORM 2200-CLASSIFY-RECORD THRU 2200-EXIT
004780     END-READ.
004790 2100-EXIT.
004800     EXIT.
004810
004820*-----------------------------------------------------------------
004830* 2200-CLASSIFY-RECORD -- ONE JOURNAL RECORD, FIRST PASS.  ONLY
004840* A CONSOLIDATION BEGUN AFTER THE TARGET'S BEGIN RECORD, AND ONLY
004850* A PURGE RUN AFTER IT, IS "LATER".
004860*-----------------------------------------------------------------
004870 2200-CLASSIFY-RECORD.
004880     IF MRGJ-BACKED-OUT
004890         IF MRGJ-REFERENCE = WS-TARGET-ID
004900             SET TARGET-ALREADY-BACKED-OUT TO TRUE
004910         ELSE
004920             IF WS-BKX-COUNT < WS-BKX-MAX
004930                 ADD 1 TO WS-BKX-COUNT
004940                 MOVE MRGJ-REFERENCE TO WS-BKX-ID (WS-BKX-COUNT)
004950             END-IF
004960         END-IF
004970         GO TO 2200-EXIT
004980     END-IF.
004990     IF MRGJ-BEGIN
005000         IF MRGJ-CONSOL-ID = WS-TARGET-ID
005010             SET TARGET-FOUND TO TRUE
005020         ELSE
005030             IF TARGET-FOUND
005040                 ADD 1 TO WS-LATER-CONSOL-COUNT
005050             END-IF
005060         END-IF
005070         GO TO 2200-EXIT
005080     END-IF.
005090     IF MRGJ-PURGE
005100         IF TARGET-FOUND
005110                 AND MRGJ-REFERENCE(1:8) > WS-PURGE-CUTOFF
005120             MOVE MRGJ-REFERENCE(1:8) TO WS-PURGE-CUTOFF
005130         END-IF
005140         GO TO 2200-EXIT
005150     END-IF.
005160     IF MRGJ-CONSOL-ID NOT = WS-TARGET-ID
005170         GO TO 2200-EXIT
005180     END-IF.
005190     IF MRGJ-END
005200         SET TARGET-END-FOUND TO TRUE
005210         MOVE MRGJ-HIST-COUNT TO WS-TRAILER-HIST-COUNT
005220         MOVE MRGJ-RES-COUNT TO WS-TRAILER-RES-COUNT
005230         GO TO 2200-EXIT
005240     END-IF.
005250     IF MRGJ-ADDED AND MRGJ-HISTFILE
005260         PERFORM 2300-LOAD-HIST-ADD THRU 2300-EXIT
005270     END-IF.
005280     IF MRGJ-ADDED AND MRGJ-EULERRES
005290         PERFORM 2400-LOAD-RES-ADD THRU 2400-EXIT
005300     END-IF.
005310 2200-EXIT.
005320     EXIT.
005330
005340*-----------------------------------------------------------------
005350* 2300-LOAD-HIST-ADD / 2400-LOAD-RES-ADD -- TABLE ONE ADDED
005360* RECORD AND TRACK THE EARLIEST RUN DATE AMONG THEM (HISTREC
005370* BYTES 65-72 AND EULERRES KEY BYTES 9-16 ARE THE RUN DATE).
005380*-----------------------------------------------------------------
005390 2300-LOAD-HIST-ADD.
005400     IF WS-BKH-COUNT NOT < WS-BKH-MAX
005410         SET TABLE-FULL TO TRUE
005420         GO TO 2300-EXIT
005430     END-IF.
005440     ADD 1 TO WS-BKH-COUNT.
005450     MOVE MRGJ-HIST-REC TO WS-BKH-IMAGE (WS-BKH-COUNT).
005460     MOVE 'N' TO WS-BKH-MATCHED (WS-BKH-COUNT).
005470     IF MRGJ-HIST-REC(65:21) < WS-BKH-LOW-TS
005480         MOVE MRGJ-HIST-REC(65:21) TO WS-BKH-LOW-TS
005490     END-IF.
005500     IF MRGJ-HIST-REC(65:21) > WS-BKH-HIGH-TS
005510         MOVE MRGJ-HIST-REC(65:21) TO WS-BKH-HIGH-TS
005520     END-IF.
005530     MOVE MRGJ-HIST-REC(65:8) TO WS-IMAGE-DATE.
005540     IF WS-IMAGE-DATE < WS-EARLIEST-DATE
005550         MOVE WS-IMAGE-DATE TO WS-EARLIEST-DATE
005560     END-IF.
005570 2300-EXIT.
005580     EXIT.
005590
005600 2400-LOAD-RES-ADD.
005610     IF WS-BKR-COUNT NOT < WS-BKR-MAX
005620         SET TABLE-FULL TO TRUE
005630         GO TO 2400-EXIT
005640     END-IF.
005650     ADD 1 TO WS-BKR-COUNT.
005660     MOVE MRGJ-RES-KEY TO WS-BKR-KEY (WS-BKR-COUNT).
005670     MOVE MRGJ-RES-KEY(9:8) TO WS-IMAGE-DATE.
005680     IF WS-IMAGE-DATE < WS-EARLIEST-DATE
005690         MOVE WS-IMAGE-DATE TO WS-EARLIEST-DATE
005700     END-IF.
005710 2400-EXIT.
005720     EXIT.
005730
005740*-----------------------------------------------------------------
005750* 2500-CHECK-DEPENDENTS -- SECOND PASS OF MRGJRNL.  A LATER
005760* CONSOLIDATION THAT HAS NOT ITSELF BEEN BACKED OUT DEPENDS ON
005770* THE TARGET WHEN IT DROPPED A STAGING RECORD AS A DUPLICATE OF
005780* ONE THE TARGET ADDED: TAKING THE TARGET'S COPY OFF WOULD LOSE A
005790* RECORD THE LATER RUN WAS COUNTING ON.  THE FIRST SUCH RUN FOUND
005800* IS NAMED IN THE REFUSAL.
005810*-----------------------------------------------------------------
005820 2500-CHECK-DEPENDENTS.
005830     MOVE 'N' TO WS-EOF-FLAG.
005840     MOVE 'N' TO WS-TARGET-FOUND-FLAG.
005850     OPEN INPUT MRGJRNL.
005860     IF NOT MRGJRNL-OK
005870         MOVE "BKO006E" TO MSG-ID
005880         STRING "UNABLE TO OPEN MRGJRNL, STATUS "
005890             WS-MRGJRNL-STATUS
005900             DELIMITED BY SIZE INTO MSG-TEXT
005910         PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
005920         MOVE RC-FILE-ERROR TO RETURN-CODE
005930         STOP RUN
005940     END-IF.
005950     PERFORM 2600-SCAN-DROPPED THRU 2600-EXIT
005960         UNTIL FILE-EOF.
005970     CLOSE MRGJRNL.
005980     IF WS-DEPENDENT-ID NOT = SPACES
005990         SET BACKOUT-REFUSED TO TRUE
006000         MOVE SPACES TO WS-REFUSAL-REASON
006010         STRING "LATER CONSOLIDATION " DELIMITED BY SIZE
006020             WS-DEPENDENT-ID DELIMITED BY SIZE
006030             " DEPENDS ON IT" DELIMITED BY SIZE
006040             INTO WS-REFUSAL-REASON
006050     END-IF.
006060 2500-EXIT.
006070     EXIT.
006080
006090 2600-SCAN-DROPPED.
006100     READ MRGJRNL
006110         AT END
006120             SET FILE-EOF TO TRUE
006130         NOT AT END
006140             PERFORM 2650-CHECK-DROPPED THRU 2650-EXIT
006150     END-READ.
006160 2600-EXIT.
006170     EXIT.
006180
006190 2650-CHECK-DROPPED.
006200     IF MRGJ-BEGIN AND MRGJ-CONSOL-ID = WS-TARGET-ID
006210         SET TARGET-FOUND TO TRUE
006220         GO TO 2650-EXIT
006230     END-IF.
006240     IF NOT TARGET-FOUND
006250             OR NOT MRGJ-DROPPED
006260             OR MRGJ-CONSOL-ID = WS-TARGET-ID
006270             OR WS-DEPENDENT-ID NOT = SPACES
006280         GO TO 2650-EXIT
006290     END-IF.
006300     MOVE 'N' TO WS-ON-LIST-FLAG.
006310     PERFORM 2700-FIND-BACKED-OUT THRU 2700-EXIT
006320         VARYING SUB-1 FROM 1 BY 1
006330         UNTIL SUB-1 > WS-BKX-COUNT
006340             OR ID-ON-LIST.
006350     IF ID-ON-LIST
006360         GO TO 2650-EXIT
006370     END-IF.
006380     MOVE ZERO TO WS-MATCH-SUB.
006390     IF MRGJ-HISTFILE
006400         MOVE MRGJ-HIST-REC TO WS-HOLD-HIST-IMAGE
006410         PERFORM 2750-MATCH-DROPPED-HIST THRU 2750-EXIT
006420             VARYING SUB-1 FROM 1 BY 1
006430             UNTIL SUB-1 > WS-BKH-COUNT
006440                 OR WS-MATCH-SUB > ZERO
006450     END-IF.
006460     IF MRGJ-EULERRES
006470         MOVE MRGJ-RES-KEY TO WS-HOLD-RES-KEY
006480         PERFORM 2760-MATCH-DROPPED-RES THRU 2760-EXIT
006490             VARYING SUB-1 FROM 1 BY 1
006500             UNTIL SUB-1 > WS-BKR-COUNT
006510                 OR WS-MATCH-SUB > ZERO
006520     END-IF.
006530     IF WS-MATCH-SUB > ZERO
006540         MOVE MRGJ-CONSOL-ID TO WS-DEPENDENT-ID
006550     END-IF.
006560 2650-EXIT.
006570     EXIT.
006580
006590 2700-FIND-BACKED-OUT.
006600     IF WS-BKX-ID (SUB-1) = MRGJ-CONSOL-ID
006610         MOVE 'Y' TO WS-ON-LIST-FLAG
006620     END-IF.
006630 2700-EXIT.
006640     EXIT.
006650
006660 2750-MATCH-DROPPED-HIST.
006670     IF WS-BKH-IMAGE (SUB-1) = WS-HOLD-HIST-IMAGE
006680         MOVE SUB-1 TO WS-MATCH-SUB
006690     END-IF.
006700 2750-EXIT.
006710     EXIT.
006720
006730 2760-MATCH-DROPPED-RES.
006740     IF WS-BKR-KEY (SUB-1) = WS-HOLD-RES-KEY
006750         MOVE SUB-1 TO WS-MATCH-SUB
006760     END-IF.
006770 2760-EXIT.
006780     EXIT.
006790
006800*-----------------------------------------------------------------
006810* 3000-CHECK-MASTERS -- EVERY JOURNALED RECORD MUST STILL BE ON
006820* ITS MASTER BEFORE ANY IS REMOVED, SO A BACKOUT IS ALL OR
006830* NOTHING.  ONE THAT IS GONE WAS ARCHIVED, PURGED OR REMOVED BY
006840* HAND SINCE, AND THE BACKOUT IS REFUSED.  THE MATCH FLAGS ARE
006850* CLEARED AGAIN FOR THE REMOVAL PASS.
006860*-----------------------------------------------------------------
006870 3000-CHECK-MASTERS.
006880     MOVE ZERO TO WS-MISSING-COUNT.
006890     IF WS-BKR-COUNT > ZERO
006900         OPEN INPUT EULERRES
006910         IF EULERRES-NOT-FOUND
006920             ADD WS-BKR-COUNT TO WS-MISSING-COUNT
006930         ELSE
006940             IF NOT EULERRES-OK
006950                 MOVE "BKO007E" TO MSG-ID
006960                 STRING "UNABLE TO OPEN EULERRES, STATUS "
006970                     WS-EULERRES-STATUS
006980                     DELIMITED BY SIZE INTO MSG-TEXT
006990                 PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
007000                 MOVE RC-FILE-ERROR TO RETURN-CODE
007010                 STOP RUN
007020             END-IF
007030             PERFORM 3100-CHECK-RES-KEY THRU 3100-EXIT
007040                 VARYING SUB-1 FROM 1 BY 1
007050                 UNTIL SUB-1 > WS-BKR-COUNT
007060             CLOSE EULERRES
007070         END-IF
007080     END-IF.
007090     IF WS-BKH-COUNT > ZERO
007100         MOVE 'N' TO WS-EOF-FLAG
007110         OPEN INPUT HISTFILE
007120         IF NOT HISTFILE-OK AND NOT HISTFILE-NOT-FOUND
007130             MOVE "BKO008E" TO MSG-ID
007140             STRING "UNABLE TO OPEN HISTFILE, STATUS "
007150                 WS-HISTFILE-STATUS
007160                 DELIMITED BY SIZE INTO MSG-TEXT
007170             PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
007180             MOVE RC-FILE-ERROR TO RETURN-CODE
007190             STOP RUN
007200         END-IF
007210         IF HISTFILE-OK
007220             PERFORM 3200-CHECK-HIST-RECORD THRU 3200-EXIT
007230                 UNTIL FILE-EOF
007240             CLOSE HISTFILE
007250         END-IF
007260         PERFORM 3300-COUNT-UNMATCHED THRU 3300-EXIT
007270             VARYING SUB-1 FROM 1 BY 1
007280             UNTIL SUB-1 > WS-BKH-COUNT
007290     END-IF.
007300     IF WS-MISSING-COUNT > ZERO
007310         SET BACKOUT-REFUSED TO TRUE
007320         MOVE WS-MISSING-COUNT TO WS-EDIT-COUNT
007330         MOVE SPACES TO WS-REFUSAL-REASON
007340         STRING FUNCTION TRIM(WS-EDIT-COUNT) DELIMITED BY SIZE
007350             " JOURNALED RECORD(S) NO LONGER ON THE MASTERS"
007360             DELIMITED BY SIZE
007370             INTO WS-REFUSAL-REASON
007380     END-IF.
007390 3000-EXIT.
007400     EXIT.
007410
007420 3100-CHECK-RES-KEY.
007430     MOVE WS-BKR-KEY (SUB-1) TO EULERRES-KEY.
007440     READ EULERRES
007450         INVALID KEY
007460             ADD 1 TO WS-MISSING-COUNT
007470     END-READ.
007480 3100-EXIT.
007490     EXIT.
007500
007510 3200-CHECK-HIST-RECORD.
007520     READ HISTFILE
007530         AT END
007540             SET FILE-EOF TO TRUE
007550         NOT AT END
007560             PERFORM 3250-MATCH-HIST-RECORD THRU 3250-EXIT
007570     END-READ.
007580 3200-EXIT.
007590     EXIT.
007600
007610*-----------------------------------------------------------------
007620* 3250-MATCH-HIST-RECORD -- PAIR THE MASTER RECORD IN HISTREC
007630* WITH THE FIRST UNMATCHED JOURNALED IMAGE EQUAL TO IT, IF ANY;
007640* WS-MATCH-SUB IS LEFT POINTING AT IT, OR ZERO.
007650*-----------------------------------------------------------------
007660 3250-MATCH-HIST-RECORD.
007670     MOVE ZERO TO WS-MATCH-SUB.
007680     IF HIST-TIMESTAMP < WS-BKH-LOW-TS
007690             OR HIST-TIMESTAMP > WS-BKH-HIGH-TS
007700         GO TO 3250-EXIT
007710     END-IF.
007720     MOVE HISTREC TO WS-HOLD-HIST-IMAGE.
007730     PERFORM 3260-FIND-HIST-IMAGE THRU 3260-EXIT
007740         VARYING SUB-1 FROM 1 BY 1
007750         UNTIL SUB-1 > WS-BKH-COUNT
007760             OR WS-MATCH-SUB > ZERO.
007770     IF WS-MATCH-SUB > ZERO
007780         MOVE 'Y' TO WS-BKH-MATCHED (WS-MATCH-SUB)
007790     END-IF.
007800 3250-EXIT.
007810     EXIT.
007820
007830 3260-FIND-HIST-IMAGE.
007840     IF WS-BKH-MATCHED (SUB-1) = 'N'
007850             AND WS-BKH-IMAGE (SUB-1) = WS-HOLD-HIST-IMAGE
007860         MOVE SUB-1 TO WS-MATCH-SUB
007870     END-IF.
007880 3260-EXIT.
007890     EXIT.
007900
007910 3300-COUNT-UNMATCHED.
007920     IF WS-BKH-MATCHED (SUB-1) = 'N'
007930         ADD 1 TO WS-MISSING-COUNT
007940     END-IF.
007950     MOVE 'N' TO WS-BKH-MATCHED (SUB-1).
007960 3300-EXIT.
007970     EXIT.
007980
007990*-----------------------------------------------------------------
008000* 4000-REMOVE-EULERRES -- KEYED DELETE OF EVERY EULERRES RECORD
008010* THE CONSOLIDATION ADDED.  EACH WAS JUST FOUND ON THE MASTER, SO
008020* A DELETE THAT FAILS IS LOGGED AND COUNTED AND THE RUN GOES ON
008030* TO FAIL THE RECONCILIATION RATHER THAN STOP HALF DONE.
008040*-----------------------------------------------------------------
008050 4000-REMOVE-EULERRES.
008060     IF WS-BKR-COUNT = ZERO
008070         GO TO 4000-EXIT
008080     END-IF.
008090     OPEN I-O EULERRES.
008100     IF NOT EULERRES-OK
008110         MOVE "BKO007E" TO MSG-ID
008120         STRING "UNABLE TO OPEN EULERRES, STATUS "
008130             WS-EULERRES-STATUS
008140             DELIMITED BY SIZE INTO MSG-TEXT
008150         PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
008160         MOVE RC-FILE-ERROR TO RETURN-CODE
008170         STOP RUN
008180     END-IF.
008190     PERFORM 4100-DELETE-RES-RECORD THRU 4100-EXIT
008200         VARYING SUB-1 FROM 1 BY 1
008210         UNTIL SUB-1 > WS-BKR-COUNT.
008220     CLOSE EULERRES.
008230 4000-EXIT.
008240     EXIT.
008250
008260 4100-DELETE-RES-RECORD.
008270     MOVE WS-BKR-KEY (SUB-1) TO EULERRES-KEY.
008280     DELETE EULERRES RECORD
008290         INVALID KEY
008300             CONTINUE
008310     END-DELETE.
008320     IF EULERRES-OK
008330         ADD 1 TO WS-RES-REMOVED-COUNT
008340     ELSE
008350         ADD 1 TO WS-RES-FAILED-COUNT
008360         MOVE "BKO009E" TO MSG-ID
008370         STRING "UNABLE TO DELETE EULERRES " DELIMITED BY SIZE
008380             WS-BKR-KEY (SUB-1) DELIMITED BY SIZE
008390             ", STATUS " DELIMITED BY SIZE
008400             WS-EULERRES-STATUS DELIMITED BY SIZE
008410             INTO MSG-TEXT
008420         PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
008430     END-IF.
008440 4100-EXIT.
008450     EXIT.
008460
008470*-----------------------------------------------------------------
008480* 5000-REMOVE-HISTFILE -- SPLIT THE HISTFILE MASTER: EACH RECORD
008490* PAIRED WITH A JOURNALED IMAGE IS DROPPED, THE REST GO TO
008500* HISTTEMP, AND THE LIVE MASTER IS THEN REWRITTEN FROM HISTTEMP,
008510* AS EULERPRG DOES.  ORDER IS KEPT, SO THE MASTER STAYS IN RUN-
008520* TIMESTAMP ORDER.
008530*-----------------------------------------------------------------
008540 5000-REMOVE-HISTFILE.
008550     IF WS-BKH-COUNT = ZERO
008560         GO TO 5000-EXIT
008570     END-IF.
008580     MOVE 'N' TO WS-EOF-FLAG.
008590     OPEN INPUT HISTFILE.
008600     IF NOT HISTFILE-OK
008610         MOVE "BKO008E" TO MSG-ID
008620         STRING "UNABLE TO OPEN HISTFILE, STATUS "
008630             WS-HISTFILE-STATUS
008640             DELIMITED BY SIZE INTO MSG-TEXT
008650         PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
008660         MOVE RC-FILE-ERROR TO RETURN-CODE
008670         STOP RUN
008680     END-IF.
008690     OPEN OUTPUT HISTTEMP.
008700     IF NOT HISTTEMP-OK
008710         MOVE "BKO010E" TO MSG-ID
008720         STRING "UNABLE TO OPEN HISTTEMP, STATUS "
008730             WS-HISTTEMP-STATUS
008740             DELIMITED BY SIZE INTO MSG-TEXT
008750         PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
008760         MOVE RC-FILE-ERROR TO RETURN-CODE
008770         STOP RUN
008780     END-IF.
008790     PERFORM 5100-SPLIT-HIST-RECORD THRU 5100-EXIT
008800         UNTIL FILE-EOF.
008810     CLOSE HISTFILE HISTTEMP.
008820     PERFORM 5500-REWRITE-HISTFILE THRU 5500-EXIT.
008830 5000-EXIT.
008840     EXIT.
008850
008860 5100-SPLIT-HIST-RECORD.
008870     READ HISTFILE
008880         AT END
008890             SET FILE-EOF TO TRUE
008900         NOT AT END
008910             ADD 1 TO WS-HIST-READ-COUNT
008920             PERFORM 3250-MATCH-HIST-RECORD THRU 3250-EXIT
008930             IF WS-MATCH-SUB > ZERO
008940                 ADD 1 TO WS-HIST-REMOVED-COUNT
008950             ELSE
008960                 MOVE HISTREC TO HISTTEMP-REC
008970                 WRITE HISTTEMP-REC
008980                 ADD 1 TO WS-HIST-KEEP-COUNT
008990             END-IF
009000     END-READ.
009010 5100-EXIT.
009020     EXIT.
009030
009040 5500-REWRITE-HISTFILE.
009050     MOVE 'N' TO WS-EOF-FLAG.
009060     OPEN INPUT HISTTEMP.
009070     IF NOT HISTTEMP-OK
009080         MOVE "BKO011E" TO MSG-ID
009090         STRING "UNABLE TO REOPEN HISTTEMP, STATUS "
009100             WS-HISTTEMP-STATUS
009110             DELIMITED BY SIZE INTO MSG-TEXT
009120         PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
009130         MOVE RC-FILE-ERROR TO RETURN-CODE
009140         STOP RUN
009150     END-IF.
009160     OPEN OUTPUT HISTFILE.
009170     IF NOT HISTFILE-OK
009180         MOVE "BKO012E" TO MSG-ID
009190         STRING "UNABLE TO REWRITE HISTFILE, STATUS "
009200             WS-HISTFILE-STATUS
009210             DELIMITED BY SIZE INTO MSG-TEXT
009220         PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
009230         MOVE RC-FILE-ERROR TO RETURN-CODE
009240         STOP RUN
009250     END-IF.
009260     PERFORM 5600-COPY-HIST-RECORD THRU 5600-EXIT
009270         UNTIL FILE-EOF.
009280     CLOSE HISTTEMP HISTFILE.
009290 5500-EXIT.
009300     EXIT.
009310
009320 5600-COPY-HIST-RECORD.
009330     READ HISTTEMP
009340         AT END
009350             SET FILE-EOF TO TRUE
009360         NOT AT END
009370             MOVE HISTTEMP-REC TO HISTREC
009380             WRITE HISTREC
009390             ADD 1 TO WS-HIST-REWRITE-COUNT
009400     END-READ.
009410 5600-EXIT.
009420     EXIT.
009430
009440*-----------------------------------------------------------------
009450* 5800-JOURNAL-BACKOUT -- APPEND THE BACKED-OUT RECORD, NAMING
009460* THE CONSOLIDATION AND CARRYING THE REMOVED COUNTS, SO IT CANNOT
009470* BE BACKED OUT TWICE AND NO LONGER HOLDS UP AN EARLIER ONE.
009480*-----------------------------------------------------------------
009490 5800-JOURNAL-BACKOUT.
009500     OPEN EXTEND MRGJRNL.
009510     IF NOT MRGJRNL-OK
009520         MOVE "BKO013E" TO MSG-ID
009530         STRING "UNABLE TO EXTEND MRGJRNL, STATUS "
009540             WS-MRGJRNL-STATUS
009550             DELIMITED BY SIZE INTO MSG-TEXT
009560         PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
009570         GO TO 5800-EXIT
009580     END-IF.
009590     MOVE SPACES TO MRGJ-REC.
009600     MOVE WS-TIMESTAMP(1:16)    TO MRGJ-CONSOL-ID.
009610     SET MRGJ-BACKED-OUT TO TRUE.
009620     MOVE WS-TIMESTAMP          TO MRGJ-TIMESTAMP.
009630     MOVE WS-HIST-REMOVED-COUNT TO MRGJ-HIST-COUNT.
009640     MOVE WS-RES-REMOVED-COUNT  TO MRGJ-RES-COUNT.
009650     MOVE WS-TARGET-ID          TO MRGJ-REFERENCE.
009660     MOVE WS-SUBMIT-OPERATOR-ID TO MRGJ-OPERATOR-ID.
009670     WRITE MRGJ-REC.
009680     IF MRGJRNL-OK
009690         SET BACKOUT-JOURNALED TO TRUE
009700     ELSE
009710         MOVE "BKO013E" TO MSG-ID
009720         STRING "UNABLE TO WRITE MRGJRNL, STATUS "
009730             WS-MRGJRNL-STATUS
009740             DELIMITED BY SIZE INTO MSG-TEXT
009750         PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
009760     END-IF.
009770     CLOSE MRGJRNL.
009780 5800-EXIT.
009790     EXIT.
009800
009810*-----------------------------------------------------------------
009820* 6000-WRAP-UP -- JOURNALED AGAINST REMOVED COUNTS, THE VERDICT
009830* AND THE STEP RETURN CODE: RC 4 WHEN THE BACKOUT WAS REFUSED,
009840* RC-VERIFY-ERROR WHEN A COMPLETED BACKOUT DOES NOT TIE OUT (OR
009850* COULD NOT BE JOURNALED), ZERO OTHERWISE.
009860*-----------------------------------------------------------------
009870 6000-WRAP-UP.
009880     IF TARGET-FOUND OR WS-BKH-COUNT > ZERO
009890             OR WS-BKR-COUNT > ZERO
009900         PERFORM 6100-COUNT-LINES THRU 6100-EXIT
009910     END-IF.
009920     IF BACKOUT-REFUSED
009930         MOVE SPACES TO BKORPT-REC
009940         STRING "  BACKOUT REFUSED - " DELIMITED BY SIZE
009950             WS-REFUSAL-REASON DELIMITED BY SIZE
009960             INTO BKORPT-REC
009970         WRITE BKORPT-REC
009980         MOVE "BKO014W" TO MSG-ID
009990         STRING "BACKOUT OF " DELIMITED BY SIZE
010000             WS-TARGET-ID DELIMITED BY SIZE
010010             " REFUSED - " DELIMITED BY SIZE
010020             WS-REFUSAL-REASON DELIMITED BY SIZE
010030             INTO MSG-TEXT
010040         PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
010050         MOVE 4 TO RETURN-CODE
010060         CLOSE BKORPT
010070         GO TO 6000-EXIT
010080     END-IF.
010090     IF WS-HIST-REMOVED-COUNT NOT = WS-BKH-COUNT
010100             OR WS-RES-REMOVED-COUNT NOT = WS-BKR-COUNT
010110         MOVE 'N' TO WS-RECONCILE-FLAG
010120     END-IF.
010130     IF WS-HIST-READ-COUNT NOT =
010140             WS-HIST-REMOVED-COUNT + WS-HIST-KEEP-COUNT
010150             OR WS-HIST-REWRITE-COUNT NOT = WS-HIST-KEEP-COUNT
010160         MOVE 'N' TO WS-RECONCILE-FLAG
010170     END-IF.
010180     IF NOT BACKOUT-JOURNALED
010190         MOVE 'N' TO WS-RECONCILE-FLAG
010200     END-IF.
010210     IF COUNTS-RECONCILE
010220         MOVE "  COUNTS RECONCILE - BACKOUT COMPLETE"
010230             TO BKORPT-REC
010240         WRITE BKORPT-REC
010250     ELSE
010260         MOVE "  COUNTS DO NOT RECONCILE - RUN ABENDED"
010270             TO BKORPT-REC
010280         WRITE BKORPT-REC
010290         MOVE "BKO015E" TO MSG-ID
010300         MOVE "COUNTS DO NOT RECONCILE" TO MSG-TEXT
010310         PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
010320         MOVE RC-VERIFY-ERROR TO RETURN-CODE
010330     END-IF.
010340     CLOSE BKORPT.
010350 6000-EXIT.
010360     EXIT.
010370
010380*-----------------------------------------------------------------
010390* 6100-COUNT-LINES -- THE JOURNALED AND REMOVED COUNTS FOR BOTH
010400* MASTERS.  A REFUSED BACKOUT SHOWS WHAT IT WOULD HAVE REMOVED
010410* AGAINST A REMOVED COUNT OF ZERO.
010420*-----------------------------------------------------------------
010430 6100-COUNT-LINES.
010440     IF TARGET-FOUND AND NOT TARGET-END-FOUND
010450         MOVE "  NO END RECORD - CONSOLIDATION DID NOT COMPLETE"
010460             TO BKORPT-REC
010470         WRITE BKORPT-REC
010480     END-IF.
010490     MOVE WS-LATER-CONSOL-COUNT TO WS-EDIT-COUNT.
010500     MOVE SPACES TO BKORPT-REC.
010510     STRING "  LATER CONSOLIDATIONS         : "
010520         DELIMITED BY SIZE
010530         FUNCTION TRIM(WS-EDIT-COUNT) DELIMITED BY SIZE
010540         INTO BKORPT-REC.
010550     WRITE BKORPT-REC.
010560     MOVE WS-BKH-COUNT TO WS-EDIT-COUNT.
010570     MOVE WS-HIST-REMOVED-COUNT TO WS-EDIT-COUNT-2.
010580     MOVE SPACES TO BKORPT-REC.
010590     STRING "  HISTFILE JOURNALED/REMOVED   : "
010600         DELIMITED BY SIZE
010610         FUNCTION TRIM(WS-EDIT-COUNT) DELIMITED BY SIZE
010620         " / " DELIMITED BY SIZE
010630         FUNCTION TRIM(WS-EDIT-COUNT-2) DELIMITED BY SIZE
010640         INTO BKORPT-REC.
010650     WRITE BKORPT-REC.
010660     MOVE WS-BKR-COUNT TO WS-EDIT-COUNT.
010670     MOVE WS-RES-REMOVED-COUNT TO WS-EDIT-COUNT-2.
010680     MOVE SPACES TO BKORPT-REC.
010690     STRING "  EULERRES JOURNALED/REMOVED   : "
010700         DELIMITED BY SIZE
010710         FUNCTION TRIM(WS-EDIT-COUNT) DELIMITED BY SIZE
010720         " / " DELIMITED BY SIZE
010730         FUNCTION TRIM(WS-EDIT-COUNT-2) DELIMITED BY SIZE
010740         INTO BKORPT-REC.
010750     WRITE BKORPT-REC.
010760     IF BACKOUT-REFUSED
010770         GO TO 6100-EXIT
010780     END-IF.
010790     MOVE WS-RES-FAILED-COUNT TO WS-EDIT-COUNT.
010800     MOVE SPACES TO BKORPT-REC.
010810     STRING "  EULERRES DELETES FAILED      : "
010820         DELIMITED BY SIZE
010830         FUNCTION TRIM(WS-EDIT-COUNT) DELIMITED BY SIZE
010840         INTO BKORPT-REC.
010850     WRITE BKORPT-REC.
010860     MOVE WS-HIST-READ-COUNT TO WS-EDIT-COUNT.
010870     MOVE SPACES TO BKORPT-REC.
010880     STRING "  HISTFILE RECORDS READ        : "
010890         DELIMITED BY SIZE
010900         FUNCTION TRIM(WS-EDIT-COUNT) DELIMITED BY SIZE
010910         INTO BKORPT-REC.
010920     WRITE BKORPT-REC.
010930     MOVE WS-HIST-KEEP-COUNT TO WS-EDIT-COUNT.
010940     MOVE SPACES TO BKORPT-REC.
010950     STRING "  HISTFILE RECORDS RETAINED    : "
010960         DELIMITED BY SIZE
010970         FUNCTION TRIM(WS-EDIT-COUNT) DELIMITED BY SIZE
010980         INTO BKORPT-REC.
010990     WRITE BKORPT-REC.
011000     MOVE WS-HIST-REWRITE-COUNT TO WS-EDIT-COUNT.
011010     MOVE SPACES TO BKORPT-REC.
011020     STRING "  HISTFILE RECORDS REWRITTEN   : "
011030         DELIMITED BY SIZE
011040         FUNCTION TRIM(WS-EDIT-COUNT) DELIMITED BY SIZE
011050         INTO BKORPT-REC.
011060     WRITE BKORPT-REC.
011070 6100-EXIT.
011080     EXIT.
011090
011100*-----------------------------------------------------------------
011110* 9800-LOG-MESSAGE -- ROUTE A DIAGNOSTIC THROUGH THE COMMON
011120* EULERMSG ROUTINE.  CALLERS FILL MSG-ID (SEVERITY LETTER LAST)
011130* AND MSG-TEXT; THE SEVERITY IS DERIVED FROM THE ID AND THE TEXT
011140* BUFFER IS BLANKED FOR THE NEXT CALLER.
011150*-----------------------------------------------------------------
011160 9800-LOG-MESSAGE.
011170     MOVE MSG-ID(7:1) TO MSG-SEVERITY.
011180     MOVE "EULERBKO" TO MSG-PROGRAM.
011190     CALL "EULERMSG" USING EULERMSG-PARMS.
011200     MOVE SPACES TO MSG-TEXT.
011210 9800-EXIT.
011220     EXIT.
011230
011240 END PROGRAM EULERBKO.
