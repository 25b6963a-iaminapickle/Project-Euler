000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. EULERCRT.
000120 AUTHOR. D-L-WHITFIELD.
000130 INSTALLATION. EULER-BATCH-REPORTING.
000140 DATE-WRITTEN. 10/15/2026.
000150 DATE-COMPILED.
000160*****************************************************************
000170* MODIFICATION HISTORY                                          *
000180*-----------------------------------------------------------------
000190*  DATE       INIT  DESCRIPTION
000200*  ---------- ----  ----------------------------------------------
000210*  10/15/2026 DLW   ORIGINAL PROGRAM.  QUARTERLY OPERATOR ACCESS
000220*                   RECERTIFICATION.  ONE CRTRPT LINE PER OPERMAST
000230*                   OPERATOR: AUTHORITY LEVEL, ACTIVE FLAG, THE
000240*                   DATE AND SUBMITTER OF THE LAST OPERAUDT
000250*                   CHANGE, RUNS IN THE REVIEW PERIOD AND LAST
000260*                   RUN DATE OFF EULERRES, AND THE CEILING
000270*                   REJECTIONS (PB1003E/PB2004E/PB3002E) LOGGED
000280*                   AGAINST THE ID ON MSGLOG.  THE PERIOD COMES
000290*                   FROM THE CRTCTL CARD (FROM/TO YYYYMMDD) AND
000300*                   DEFAULTS TO THE LAST COMPLETE CALENDAR
000310*                   QUARTER.  EXCEPTIONS: AN ACTIVE ID WITH NO
000320*                   RUNS IN THE PERIOD (DORMANT); AN ACTIVE
000330*                   LEVEL-3-OR-ABOVE ID THAT SUBMITTED NOTHING
000340*                   ABOVE THE LEVEL-2 CEILING (OVER-LEVEL); AN
000350*                   EULERRES OPERATOR ID NOT ON OPERMAST; AND AN
000360*                   OPERAUDT CHANGE IN THE PERIOD SUBMITTED BY
000370*                   THE OPERATOR IT CHANGED.  HISTREC CARRIES NO
000380*                   OPERATOR, SO HISTFILE ONLY SUPPLIES THE
000390*                   PERIOD'S COMPUTED/REUSED TOTALS.  ANY
000400*                   EXCEPTION ENDS THE STEP WITH RC-VERIFY-ERROR.
000401*  10/15/2026 DLW   THE LEVEL-2 CEILING IS NOW EACH PROGRAM'S OWN,
000402*                   OFF THE PGMREG PROGRAM REGISTRY, IN PLACE OF
000403*                   THE ONE FIGURE THE COMPUTATION PROGRAMS USED
000404*                   TO HARD-CODE.  A RUN COUNTS AS ABOVE LEVEL 2
000405*                   WHEN ITS LIMIT OR TARGET EXCEEDS ITS PROGRAM'S
000406*                   NONZERO LEVEL-2 CEILING; A PROGRAM WITH NO
000407*                   LEVEL-2 CEILING NEEDS NO HIGHER LEVEL.
000410*****************************************************************
000420 ENVIRONMENT DIVISION.
000430 CONFIGURATION SECTION.
000440 SOURCE-COMPUTER. IBM-370.
000450 OBJECT-COMPUTER. IBM-370.
000460 INPUT-OUTPUT SECTION.
000470 FILE-CONTROL.
000480     SELECT CRTCTL ASSIGN TO "CRTCTL"
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS WS-CRTCTL-STATUS.
000510     SELECT OPERMAST ASSIGN TO "OPERMAST"
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS WS-OPERMAST-STATUS.
000540     SELECT OPERAUDT ASSIGN TO "OPERAUDT"
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS WS-OPERAUDT-STATUS.
000570     SELECT EULERRES ASSIGN TO "EULERRES"
000580         ORGANIZATION IS INDEXED
000590         ACCESS MODE IS SEQUENTIAL
000600         RECORD KEY IS EULERRES-KEY
000610         FILE STATUS IS WS-EULERRES-STATUS.
000620     SELECT HISTFILE ASSIGN TO "HISTFILE"
000630         ORGANIZATION IS LINE SEQUENTIAL
000640         FILE STATUS IS WS-HISTFILE-STATUS.
000650     SELECT MSGLOG ASSIGN TO "MSGLOG"
000660         ORGANIZATION IS LINE SEQUENTIAL
000670         FILE STATUS IS WS-MSGLOG-STATUS.
000680     SELECT CRTRPT ASSIGN TO "CRTRPT"
000690         ORGANIZATION IS LINE SEQUENTIAL
000700         FILE STATUS IS WS-CRTRPT-STATUS.
000701     SELECT PGMREG ASSIGN TO "PGMREG"
000702         ORGANIZATION IS INDEXED
000703         ACCESS MODE IS SEQUENTIAL
000704         RECORD KEY IS PGMREG-KEY
000705         FILE STATUS IS WS-PGMREG-STATUS.
000710 DATA DIVISION.
000720 FILE SECTION.
000730 FD  CRTCTL
000740     RECORDING MODE IS F.
000750 01  CRTCTL-REC.
000760     05  CRTCTL-FROM-DATE           PIC X(08).
000770     05  FILLER                     PIC X(01).
000780     05  CRTCTL-TO-DATE             PIC X(08).
000790 FD  OPERMAST
000800     RECORDING MODE IS F.
000810     COPY OPERMST.
000820 FD  OPERAUDT
000830     RECORDING MODE IS F.
000840*    MIRRORS THE RECORD EULEROPM WRITES -- SEE EULEROPM, WHICH
000850*    OWNS THE LAYOUT.
000860 01  OPERAUDT-REC.
000870     05  OPERAUDT-TIMESTAMP         PIC X(21).
000880     05  OPERAUDT-SUBMIT-OPER       PIC X(08).
000890     05  OPERAUDT-ACTION            PIC X(01).
000900     05  OPERAUDT-OPERATOR-ID       PIC X(08).
000910     05  OPERAUDT-BEFORE-IMAGE      PIC X(40).
000920     05  OPERAUDT-AFTER-IMAGE       PIC X(40).
000930 FD  EULERRES
000940     RECORDING MODE IS F.
000950     COPY EULERRES.
000960 FD  HISTFILE
000970     RECORDING MODE IS F.
000980     COPY HISTREC.
000990 FD  MSGLOG
001000     RECORDING MODE IS F.
001010*    MIRRORS THE RECORD EULERMSG WRITES -- SEE EULERMSG, WHICH
001020*    OWNS THE LAYOUT.
001030 01  MSGLOG-REC.
001040     05  MSGLOG-TIMESTAMP           PIC X(21).
001050     05  MSGLOG-MSG-ID              PIC X(08).
001060     05  MSGLOG-SEVERITY            PIC X(01).
001070     05  MSGLOG-PROGRAM             PIC X(08).
001080     05  MSGLOG-TEXT                PIC X(80).
001090     05  MSGLOG-RUN-ID              PIC X(24).
001100 FD  CRTRPT
001110     RECORDING MODE IS F.
001120 01  CRTRPT-REC                     PIC X(132).
001122 FD  PGMREG
001124     RECORDING MODE IS F.
001126     COPY PGMREG.
001130 WORKING-STORAGE SECTION.
001140*-----------------------------------------------------------------
001150* FILE STATUS AND DATE WORK AREAS
001160*-----------------------------------------------------------------
001170 01  WS-CRTCTL-STATUS               PIC X(02) VALUE SPACES.
001180     88  CRTCTL-OK                  VALUE '00'.
001190 01  WS-OPERMAST-STATUS             PIC X(02) VALUE SPACES.
001200     88  OPERMAST-OK                VALUE '00'.
001210 01  WS-OPERAUDT-STATUS             PIC X(02) VALUE SPACES.
001220     88  OPERAUDT-OK                VALUE '00'.
001230     88  OPERAUDT-NOT-FOUND         VALUE '35'.
001233 01  WS-PGMREG-STATUS               PIC X(02) VALUE SPACES.
001236     88  PGMREG-OK                  VALUE '00'.
001240 01  WS-EULERRES-STATUS             PIC X(02) VALUE SPACES.
001250     88  EULERRES-OK                VALUE '00'.
001260     88  EULERRES-NOT-FOUND         VALUE '35'.
001270 01  WS-HISTFILE-STATUS             PIC X(02) VALUE SPACES.
001280     88  HISTFILE-OK                VALUE '00'.
001290     88  HISTFILE-NOT-FOUND         VALUE '35'.
001300 01  WS-MSGLOG-STATUS               PIC X(02) VALUE SPACES.
001310     88  MSGLOG-OK                  VALUE '00'.
001320     88  MSGLOG-NOT-FOUND           VALUE '35'.
001330 01  WS-CRTRPT-STATUS               PIC X(02) VALUE SPACES.
001340     88  CRTRPT-OK                  VALUE '00'.
001350 01  WS-EOF-FLAG                    PIC X(01) VALUE 'N'.
001360     88  FILE-EOF                   VALUE 'Y'.
001370 01  WS-CURRENT-DATE.
001380     05  WS-CURRENT-DATE-YYYYMMDD   PIC X(08).
001390     05  FILLER                     PIC X(18).
001400*-----------------------------------------------------------------
001410* THE REVIEW PERIOD.  WITH NO CRTCTL CARD IT IS THE LAST
001420* COMPLETE CALENDAR QUARTER BEFORE THE RUN DATE.
001430*-----------------------------------------------------------------
001440 01  WS-PERIOD-FROM                 PIC X(08) VALUE SPACES.
001450 01  WS-PERIOD-TO                   PIC X(08) VALUE SPACES.
001460 01  WS-RUN-YEAR                    PIC 9(04) VALUE ZERO.
001470 01  WS-RUN-MONTH                   PIC 9(02) VALUE ZERO.
001480 01  WS-PRIOR-YEAR                  PIC 9(04) VALUE ZERO.
001490 01  WS-STAMP-DATE                  PIC X(08) VALUE SPACES.
001500 01  WS-PERIOD-FLAG                 PIC X(01) VALUE 'N'.
001510     88  IN-PERIOD                  VALUE 'Y'.
001520*-----------------------------------------------------------------
001530* EACH REGISTERED PROGRAM'S LEVEL-2 CEILING, OFF PGMREG, AS THE
001540* COMPUTATION PROGRAMS APPLY IT.  A LEVEL-3-OR-ABOVE OPERATOR
001550* WHO NEVER GOES PAST IT DOES NOT NEED THE HIGHER LEVEL.  ZERO
001555* MEANS LEVEL 2 IS NOT CAPPED FOR THAT PROGRAM.
001560*-----------------------------------------------------------------
001562 01  WS-REG-TABLE.
001564     05  WS-REG-ENTRY OCCURS 50 TIMES.
001566         10  WS-REG-PROGRAM-ID      PIC X(08).
001568         10  WS-REG-L2-CEILING      PIC 9(18).
001570 01  WS-REG-ENTRY-COUNT             PIC 9(03) COMP VALUE ZERO.
001572 01  WS-REG-MAX                     PIC 9(03) COMP VALUE 50.
001574 01  WS-REG-SUB                     PIC 9(03) COMP VALUE ZERO.
001580*-----------------------------------------------------------------
001590* THE OPERATOR MASTER, WITH WHAT THE SCANS FIND FOR EACH ID.
001600* THE FIRST 40 BYTES OF AN ENTRY MIRROR THE OPERMST-REC LAYOUT.
001610*-----------------------------------------------------------------
001620 01  WS-OPER-TABLE.
001630     05  WS-OPER-ENTRY OCCURS 100 TIMES.
001640         10  WS-OPR-RECORD.
001650             15  WS-OPR-OPERATOR-ID PIC X(08).
001660             15  WS-OPR-NAME        PIC X(30).
001670             15  WS-OPR-AUTH-LEVEL  PIC 9(01).
001680             15  WS-OPR-ACTIVE-FLAG PIC X(01).
001690         10  WS-OPR-CHANGE-STAMP    PIC X(21).
001700         10  WS-OPR-CHANGE-BY       PIC X(08).
001710         10  WS-OPR-RUN-COUNT       PIC 9(05) COMP.
001720         10  WS-OPR-LAST-RUN        PIC X(08).
001730         10  WS-OPR-MAX-LIMIT       PIC 9(18).
001740         10  WS-OPR-REJECT-COUNT    PIC 9(05) COMP.
001750         10  WS-OPR-SELF-COUNT      PIC 9(05) COMP.
001755         10  WS-OPR-ABOVE-L2-FLAG   PIC X(01).
001760 01  WS-OPER-ENTRY-COUNT            PIC 9(03) COMP VALUE ZERO.
001770 01  WS-OPER-MAX                    PIC 9(03) COMP VALUE 100.
001780 01  SUB-1                          PIC 9(03) COMP VALUE ZERO.
001790 01  WS-MATCH-SUB                   PIC 9(03) COMP VALUE ZERO.
001800 01  WS-SEARCH-ID                   PIC X(08) VALUE SPACES.
001810*-----------------------------------------------------------------
001820* OPERATOR IDS FOUND ON EULERRES BUT NOT ON OPERMAST
001830*-----------------------------------------------------------------
001840 01  WS-UNKNOWN-TABLE.
001850     05  WS-UNKNOWN-ENTRY OCCURS 100 TIMES.
001860         10  WS-UNK-OPERATOR-ID     PIC X(08).
001870         10  WS-UNK-RUN-COUNT       PIC 9(05) COMP.
001880         10  WS-UNK-LAST-RUN        PIC X(08).
001890 01  WS-UNKNOWN-ENTRY-COUNT         PIC 9(03) COMP VALUE ZERO.
001900 01  WS-UNKNOWN-MAX                 PIC 9(03) COMP VALUE 100.
001910 01  WS-UNKNOWN-SUB                 PIC 9(03) COMP VALUE ZERO.
001920*-----------------------------------------------------------------
001930* OPERAUDT CHANGES IN THE PERIOD SUBMITTED BY THE OPERATOR THEY
001940* CHANGED
001950*-----------------------------------------------------------------
001960 01  WS-SELF-TABLE.
001970     05  WS-SELF-ENTRY OCCURS 100 TIMES.
001980         10  WS-SELF-STAMP          PIC X(21).
001990         10  WS-SELF-OPERATOR-ID    PIC X(08).
002000         10  WS-SELF-ACTION         PIC X(01).
002010 01  WS-SELF-ENTRY-COUNT            PIC 9(03) COMP VALUE ZERO.
002020 01  WS-SELF-MAX                    PIC 9(03) COMP VALUE 100.
002030 01  WS-OVERFLOW-FLAG               PIC X(01) VALUE 'N'.
002040     88  TABLE-OVERFLOWED           VALUE 'Y'.
002050*-----------------------------------------------------------------
002060* MSGLOG CEILING-REJECTION PARSE.  THE OPERATOR ID IS THE LAST
002070* THING IN THE MESSAGE TEXT, AFTER "FOR OPERATOR ".
002080*-----------------------------------------------------------------
002090 01  WS-TEXT-LEAD                   PIC X(80) VALUE SPACES.
002100 01  WS-REJECT-OPERATOR-ID          PIC X(08) VALUE SPACES.
002110*-----------------------------------------------------------------
002120* RECERTIFICATION COUNTERS
002130*-----------------------------------------------------------------
002140 77  WS-AUDIT-READ-COUNT            PIC 9(09) COMP VALUE ZERO.
002150 77  WS-RES-READ-COUNT              PIC 9(09) COMP VALUE ZERO.
002160 77  WS-RES-PERIOD-COUNT            PIC 9(09) COMP VALUE ZERO.
002170 77  WS-HIST-COMPUTED-COUNT         PIC 9(09) COMP VALUE ZERO.
002180 77  WS-HIST-REUSED-COUNT           PIC 9(09) COMP VALUE ZERO.
002190 77  WS-REJECT-TOTAL-COUNT          PIC 9(09) COMP VALUE ZERO.
002200 77  WS-REJECT-UNMATCHED-COUNT      PIC 9(09) COMP VALUE ZERO.
002210 77  WS-DORMANT-COUNT               PIC 9(09) COMP VALUE ZERO.
002220 77  WS-OVER-LEVEL-COUNT            PIC 9(09) COMP VALUE ZERO.
002230 77  WS-UNKNOWN-RUN-COUNT           PIC 9(09) COMP VALUE ZERO.
002240 77  WS-SELF-CHANGE-COUNT           PIC 9(09) COMP VALUE ZERO.
002250 77  WS-EXCEPTION-COUNT             PIC 9(09) COMP VALUE ZERO.
002260*-----------------------------------------------------------------
002270* REPORT LINES AND EDIT FIELDS
002280*-----------------------------------------------------------------
002290 01  WS-HEADING-LINE.
002300     05  FILLER                     PIC X(02) VALUE SPACES.
002310     05  FILLER                     PIC X(10) VALUE 'OPERATOR'.
002320     05  FILLER                     PIC X(32) VALUE 'NAME'.
002330     05  FILLER                     PIC X(04) VALUE 'LVL'.
002340     05  FILLER                     PIC X(04) VALUE 'ACT'.
002350     05  FILLER                     PIC X(10) VALUE 'CHANGED'.
002360     05  FILLER                     PIC X(10) VALUE 'BY'.
002370     05  FILLER                     PIC X(07) VALUE ' RUNS'.
002380     05  FILLER                     PIC X(10) VALUE 'LAST RUN'.
002390     05  FILLER                     PIC X(07) VALUE '  REJ'.
002400     05  FILLER                     PIC X(36) VALUE 'EXCEPTIONS'.
002410 01  WS-DETAIL-LINE.
002420     05  FILLER                     PIC X(02) VALUE SPACES.
002430     05  WS-DTL-OPERATOR-ID         PIC X(08).
002440     05  FILLER                     PIC X(02) VALUE SPACES.
002450     05  WS-DTL-NAME                PIC X(30).
002460     05  FILLER                     PIC X(02) VALUE SPACES.
002470     05  WS-DTL-AUTH-LEVEL          PIC 9(01).
002480     05  FILLER                     PIC X(03) VALUE SPACES.
002490     05  WS-DTL-ACTIVE-FLAG         PIC X(01).
002500     05  FILLER                     PIC X(03) VALUE SPACES.
002510     05  WS-DTL-CHANGE-DATE         PIC X(08).
002520     05  FILLER                     PIC X(02) VALUE SPACES.
002530     05  WS-DTL-CHANGE-BY           PIC X(08).
002540     05  FILLER                     PIC X(02) VALUE SPACES.
002550     05  WS-DTL-RUN-COUNT           PIC Z(4)9.
002560     05  FILLER                     PIC X(02) VALUE SPACES.
002570     05  WS-DTL-LAST-RUN            PIC X(08).
002580     05  FILLER                     PIC X(02) VALUE SPACES.
002590     05  WS-DTL-REJECT-COUNT        PIC Z(4)9.
002600     05  FILLER                     PIC X(02) VALUE SPACES.
002610     05  WS-DTL-FLAGS.
002620         10  WS-DTL-FLAG-DORMANT    PIC X(12).
002630         10  WS-DTL-FLAG-LEVEL      PIC X(12).
002640         10  WS-DTL-FLAG-SELF       PIC X(12).
002650 01  WS-EDIT-COUNT                  PIC Z(8)9.
002660 01  WS-EDIT-LIMIT                  PIC Z(17)9.
002670*-----------------------------------------------------------------
002680* COMMON MESSAGE-ROUTINE PARAMETER AREA AND THE SUITE'S STANDARD
002690* RETURN-CODE CLASSES (SEE EULERMSG).
002700*-----------------------------------------------------------------
002710     COPY MSGAREA.
002720     COPY EULERRC.
002730 PROCEDURE DIVISION.
002740 0000-MAINLINE.
002750     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002760     PERFORM 2000-LOAD-OPERMAST THRU 2000-EXIT.
002765     PERFORM 2500-LOAD-PGMREG THRU 2500-EXIT.
002770     PERFORM 3000-SCAN-OPERAUDT THRU 3000-EXIT.
002780     PERFORM 4000-SCAN-EULERRES THRU 4000-EXIT.
002790     PERFORM 5000-SCAN-HISTFILE THRU 5000-EXIT.
002800     PERFORM 6000-SCAN-MSGLOG THRU 6000-EXIT.
002810     PERFORM 7000-PRINT-OPERATORS THRU 7000-EXIT.
002820     PERFORM 7500-PRINT-EXCEPTIONS THRU 7500-EXIT.
002830     PERFORM 8000-WRAP-UP THRU 8000-EXIT.
002840     GOBACK.
002850
002860*-----------------------------------------------------------------
002870* 1000-INITIALIZE -- OPEN THE RECERTIFICATION REPORT AND SETTLE
002880* THE REVIEW PERIOD.  A CARD GIVING A PERIOD THAT ENDS BEFORE IT
002890* STARTS IS A MIS-KEYED CARD AND ABENDS THE STEP.
002900*-----------------------------------------------------------------
002910 1000-INITIALIZE.
002920     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
002930     OPEN OUTPUT CRTRPT.
002940     IF NOT CRTRPT-OK
002950         MOVE "CRT001E" TO MSG-ID
002960         STRING "UNABLE TO OPEN CRTRPT, STATUS "
002970             WS-CRTRPT-STATUS
002980             DELIMITED BY SIZE INTO MSG-TEXT
002990         PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
003000         MOVE RC-FILE-ERROR TO RETURN-CODE
003010         STOP RUN
003020     END-IF.
003030     PERFORM 1100-GET-PERIOD THRU 1100-EXIT.
003040     IF WS-PERIOD-FROM > WS-PERIOD-TO
003050         MOVE "CRT002E" TO MSG-ID
003060         STRING "CRTCTL PERIOD " WS-PERIOD-FROM " TO "
003070             WS-PERIOD-TO " ENDS BEFORE IT STARTS"
003080             DELIMITED BY SIZE INTO MSG-TEXT
003090         PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
003100         MOVE "  CRTCTL PERIOD ENDS BEFORE IT STARTS"
003110             TO CRTRPT-REC
003120         WRITE CRTRPT-REC
003130         CLOSE CRTRPT
003140         MOVE RC-PARM-ERROR TO RETURN-CODE
003150         STOP RUN
003160     END-IF.
003170     MOVE SPACES TO CRTRPT-REC.
003180     STRING "EULERCRT OPERATOR ACCESS RECERTIFICATION - PERIOD "
003190         DELIMITED BY SIZE
003200         WS-PERIOD-FROM DELIMITED BY SIZE
003210         " TO " DELIMITED BY SIZE
003220         WS-PERIOD-TO DELIMITED BY SIZE
003230         " - DATE " DELIMITED BY SIZE
003240         WS-CURRENT-DATE-YYYYMMDD DELIMITED BY SIZE
003250         INTO CRTRPT-REC.
003260     WRITE CRTRPT-REC.
003270 1000-EXIT.
003280     EXIT.
003290
003300*-----------------------------------------------------------------
003310* 1100-GET-PERIOD -- FROM AND TO DATES OFF THE CRTCTL CARD.  AN
003320* ABSENT CARD, OR ONE WITH EITHER DATE BLANK, TAKES THE LAST
003330* COMPLETE CALENDAR QUARTER -- THE NORMAL QUARTERLY SUBMISSION.
003340*-----------------------------------------------------------------
003350 1100-GET-PERIOD.
003360     OPEN INPUT CRTCTL.
003370     IF CRTCTL-OK
003380         READ CRTCTL
003390             AT END
003400                 CONTINUE
003410             NOT AT END
003420                 MOVE CRTCTL-FROM-DATE TO WS-PERIOD-FROM
003430                 MOVE CRTCTL-TO-DATE   TO WS-PERIOD-TO
003440         END-READ
003450         CLOSE CRTCTL
003460     END-IF.
003470     IF WS-PERIOD-FROM = SPACES OR WS-PERIOD-TO = SPACES
003480         PERFORM 1150-DEFAULT-PERIOD THRU 1150-EXIT
003490     END-IF.
003500 1100-EXIT.
003510     EXIT.
003520
003530 1150-DEFAULT-PERIOD.
003540     MOVE WS-CURRENT-DATE-YYYYMMDD(1:4) TO WS-RUN-YEAR.
003550     MOVE WS-CURRENT-DATE-YYYYMMDD(5:2) TO WS-RUN-MONTH.
003560     COMPUTE WS-PRIOR-YEAR = WS-RUN-YEAR - 1.
003570     EVALUATE TRUE
003580         WHEN WS-RUN-MONTH < 4
003590             STRING WS-PRIOR-YEAR "1001" DELIMITED BY SIZE
003600                 INTO WS-PERIOD-FROM
003610             STRING WS-PRIOR-YEAR "1231" DELIMITED BY SIZE
003620                 INTO WS-PERIOD-TO
003630         WHEN WS-RUN-MONTH < 7
003640             STRING WS-RUN-YEAR "0101" DELIMITED BY SIZE
003650                 INTO WS-PERIOD-FROM
003660             STRING WS-RUN-YEAR "0331" DELIMITED BY SIZE
003670                 INTO WS-PERIOD-TO
003680         WHEN WS-RUN-MONTH < 10
003690             STRING WS-RUN-YEAR "0401" DELIMITED BY SIZE
003700                 INTO WS-PERIOD-FROM
003710             STRING WS-RUN-YEAR "0630" DELIMITED BY SIZE
003720                 INTO WS-PERIOD-TO
003730         WHEN OTHER
003740             STRING WS-RUN-YEAR "0701" DELIMITED BY SIZE
003750                 INTO WS-PERIOD-FROM
003760             STRING WS-RUN-YEAR "0930" DELIMITED BY SIZE
003770                 INTO WS-PERIOD-TO
003780     END-EVALUATE.
003790 1150-EXIT.
003800     EXIT.
003810
003820*-----------------------------------------------------------------
003830* 2000-LOAD-OPERMAST -- LOAD THE OPERATOR MASTER.  THERE IS
003840* NOTHING TO RECERTIFY WITHOUT IT, SO AN ABSENT OR UNREADABLE
003850* MASTER ABENDS, AS DOES ONE LARGER THAN THE TABLE -- A REVIEW
003860* THAT CANNOT SEE EVERY OPERATOR IS NO REVIEW.
003870*-----------------------------------------------------------------
003880 2000-LOAD-OPERMAST.
003890     MOVE 'N' TO WS-EOF-FLAG.
003900     OPEN INPUT OPERMAST.
003910     IF NOT OPERMAST-OK
003920         MOVE "CRT003E" TO MSG-ID
003930         STRING "UNABLE TO OPEN OPERMAST, STATUS "
003940             WS-OPERMAST-STATUS
003950             DELIMITED BY SIZE INTO MSG-TEXT
003960         PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
003970         MOVE RC-FILE-ERROR TO RETURN-CODE
003980         STOP RUN
003990     END-IF.
004000     PERFORM 2100-LOAD-OPERATOR THRU 2100-EXIT
004010         UNTIL FILE-EOF.
004020     CLOSE OPERMAST.
004030 2000-EXIT.
004040     EXIT.
004050
004060 2100-LOAD-OPERATOR.
004070     READ OPERMAST
004080         AT END
004090             SET FILE-EOF TO TRUE
004100         NOT AT END
004110             IF WS-OPER-ENTRY-COUNT >= WS-OPER-MAX
004120                 MOVE "CRT004E" TO MSG-ID
004130                 MOVE "OPERMAST EXCEEDS WORK TABLE CAPACITY"
004140                     TO MSG-TEXT
004150                 PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
004160                 MOVE RC-PARM-ERROR TO RETURN-CODE
004170                 STOP RUN
004180             END-IF
004190             ADD 1 TO WS-OPER-ENTRY-COUNT
004200             MOVE OPERMST-REC
004210                 TO WS-OPR-RECORD (WS-OPER-ENTRY-COUNT)
004220             MOVE SPACES
004230                 TO WS-OPR-CHANGE-STAMP (WS-OPER-ENTRY-COUNT)
004240                    WS-OPR-CHANGE-BY (WS-OPER-ENTRY-COUNT)
004250                    WS-OPR-LAST-RUN (WS-OPER-ENTRY-COUNT)
004260             MOVE ZERO
004270                 TO WS-OPR-RUN-COUNT (WS-OPER-ENTRY-COUNT)
004280                    WS-OPR-MAX-LIMIT (WS-OPER-ENTRY-COUNT)
004290                    WS-OPR-REJECT-COUNT (WS-OPER-ENTRY-COUNT)
004300                    WS-OPR-SELF-COUNT (WS-OPER-ENTRY-COUNT)
004303             MOVE 'N'
004306                 TO WS-OPR-ABOVE-L2-FLAG (WS-OPER-ENTRY-COUNT)
004310     END-READ.
004320 2100-EXIT.
004330     EXIT.
004340
004350*    CALLERS SET WS-SEARCH-ID AND ZERO WS-MATCH-SUB; A MATCH
004360*    LEAVES THE TABLE SUBSCRIPT IN WS-MATCH-SUB.
004370 2200-FIND-OPERATOR.
004380     IF WS-OPR-OPERATOR-ID (SUB-1) = WS-SEARCH-ID
004390         MOVE SUB-1 TO WS-MATCH-SUB
004400     END-IF.
004410 2200-EXIT.
004420     EXIT.
004430
004440*    TRUE WHEN THE DATE IN WS-STAMP-DATE FALLS IN THE PERIOD.
004450 2300-CHECK-PERIOD.
004460     MOVE 'N' TO WS-PERIOD-FLAG.
004470     IF WS-STAMP-DATE >= WS-PERIOD-FROM
004480         AND WS-STAMP-DATE <= WS-PERIOD-TO
004490         SET IN-PERIOD TO TRUE
004500     END-IF.
004510 2300-EXIT.
004520     EXIT.
004530
004531*-----------------------------------------------------------------
004532* 2500-LOAD-PGMREG -- EVERY REGISTERED PROGRAM'S LEVEL-2 CEILING.
004533* THE OVER-LEVEL TEST MEANS NOTHING WITHOUT THEM, SO AN ABSENT OR
004534* UNREADABLE REGISTRY ABENDS, AS DOES ONE LARGER THAN THE TABLE.
004535*-----------------------------------------------------------------
004536 2500-LOAD-PGMREG.
004537     MOVE 'N' TO WS-EOF-FLAG.
004538     OPEN INPUT PGMREG.
004539     IF NOT PGMREG-OK
004540         MOVE "CRT011E" TO MSG-ID
004541         STRING "UNABLE TO OPEN PGMREG, STATUS "
004542             WS-PGMREG-STATUS
004543             DELIMITED BY SIZE INTO MSG-TEXT
004544         PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
004545         MOVE RC-FILE-ERROR TO RETURN-CODE
004546         STOP RUN
004547     END-IF.
004548     PERFORM 2600-LOAD-PROGRAM THRU 2600-EXIT
004549         UNTIL FILE-EOF.
004550     CLOSE PGMREG.
004551 2500-EXIT.
004552     EXIT.
004553
004554 2600-LOAD-PROGRAM.
004555     READ PGMREG
004556         AT END
004557             SET FILE-EOF TO TRUE
004558         NOT AT END
004559             IF WS-REG-ENTRY-COUNT >= WS-REG-MAX
004560                 MOVE "CRT012E" TO MSG-ID
004561                 MOVE "PGMREG EXCEEDS WORK TABLE CAPACITY"
004562                     TO MSG-TEXT
004563                 PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
004564                 MOVE RC-PARM-ERROR TO RETURN-CODE
004565                 STOP RUN
004566             END-IF
004567             ADD 1 TO WS-REG-ENTRY-COUNT
004568             MOVE PGMREG-PROGRAM-ID
004569                 TO WS-REG-PROGRAM-ID (WS-REG-ENTRY-COUNT)
004570             MOVE PGMREG-LEVEL-CEILING (2)
004571                 TO WS-REG-L2-CEILING (WS-REG-ENTRY-COUNT)
004572     END-READ.
004573 2600-EXIT.
004574     EXIT.
004575
004576*-----------------------------------------------------------------
004577* 3000-SCAN-OPERAUDT -- THE MAINTENANCE TRAIL.  THE LATEST
004578* CHANGE TO EACH OPERATOR (WHENEVER IT WAS) GOES ON THE
004579* OPERATOR'S LINE; A CHANGE IN THE PERIOD SUBMITTED BY THE
004580* OPERATOR IT CHANGED IS AN EXCEPTION.  AN OPERATOR NEVER
004590* MAINTAINED SINCE THE TRAIL BEGAN SIMPLY SHOWS NO CHANGE.
004600*-----------------------------------------------------------------
004610 3000-SCAN-OPERAUDT.
004620     MOVE 'N' TO WS-EOF-FLAG.
004630     OPEN INPUT OPERAUDT.
004640     IF OPERAUDT-NOT-FOUND
004650         GO TO 3000-EXIT
004660     END-IF.
004670     IF NOT OPERAUDT-OK
004680         MOVE "CRT005E" TO MSG-ID
004690         STRING "UNABLE TO OPEN OPERAUDT, STATUS "
004700             WS-OPERAUDT-STATUS
004710             DELIMITED BY SIZE INTO MSG-TEXT
004720         PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
004730         MOVE RC-FILE-ERROR TO RETURN-CODE
004740         STOP RUN
004750     END-IF.
004760     PERFORM 3100-READ-OPERAUDT THRU 3100-EXIT
004770         UNTIL FILE-EOF.
004780     CLOSE OPERAUDT.
004790 3000-EXIT.
004800     EXIT.
004810
004820 3100-READ-OPERAUDT.
004830     READ OPERAUDT
004840         AT END
004850             SET FILE-EOF TO TRUE
004860         NOT AT END
004870             ADD 1 TO WS-AUDIT-READ-COUNT
004880             PERFORM 3200-TALLY-CHANGE THRU 3200-EXIT
004890     END-READ.
004900 3100-EXIT.
004910     EXIT.
004920
004930 3200-TALLY-CHANGE.
004940     MOVE OPERAUDT-OPERATOR-ID TO WS-SEARCH-ID.
004950     MOVE ZERO TO WS-MATCH-SUB.
004960     PERFORM 2200-FIND-OPERATOR THRU 2200-EXIT
004970         VARYING SUB-1 FROM 1 BY 1
004980         UNTIL SUB-1 > WS-OPER-ENTRY-COUNT
004990             OR WS-MATCH-SUB > ZERO.
005000     IF WS-MATCH-SUB > ZERO
005010         AND OPERAUDT-TIMESTAMP >=
005020             WS-OPR-CHANGE-STAMP (WS-MATCH-SUB)
005030         MOVE OPERAUDT-TIMESTAMP
005040             TO WS-OPR-CHANGE-STAMP (WS-MATCH-SUB)
005050         MOVE OPERAUDT-SUBMIT-OPER
005060             TO WS-OPR-CHANGE-BY (WS-MATCH-SUB)
005070     END-IF.
005080     IF OPERAUDT-SUBMIT-OPER NOT = OPERAUDT-OPERATOR-ID
005090         GO TO 3200-EXIT
005100     END-IF.
005110     MOVE OPERAUDT-TIMESTAMP(1:8) TO WS-STAMP-DATE.
005120     PERFORM 2300-CHECK-PERIOD THRU 2300-EXIT.
005130     IF NOT IN-PERIOD
005140         GO TO 3200-EXIT
005150     END-IF.
005160     ADD 1 TO WS-SELF-CHANGE-COUNT.
005170     IF WS-MATCH-SUB > ZERO
005180         ADD 1 TO WS-OPR-SELF-COUNT (WS-MATCH-SUB)
005190     END-IF.
005200     IF WS-SELF-ENTRY-COUNT >= WS-SELF-MAX
005210         SET TABLE-OVERFLOWED TO TRUE
005220         GO TO 3200-EXIT
005230     END-IF.
005240     ADD 1 TO WS-SELF-ENTRY-COUNT.
005250     MOVE OPERAUDT-TIMESTAMP
005260         TO WS-SELF-STAMP (WS-SELF-ENTRY-COUNT).
005270     MOVE OPERAUDT-OPERATOR-ID
005280         TO WS-SELF-OPERATOR-ID (WS-SELF-ENTRY-COUNT).
005290     MOVE OPERAUDT-ACTION
005300         TO WS-SELF-ACTION (WS-SELF-ENTRY-COUNT).
005310 3200-EXIT.
005320     EXIT.
005330
005340*-----------------------------------------------------------------
005350* 4000-SCAN-EULERRES -- EVERY COMPUTED RUN AND THE OPERATOR WHO
005360* SUBMITTED IT.  RUNS IN THE PERIOD ARE COUNTED AND THEIR
005370* HIGHEST LIMIT/TARGET KEPT PER OPERATOR; THE LAST RUN DATE IS
005380* TAKEN OVER THE WHOLE MASTER.  AN ID NOT ON OPERMAST IS AN
005390* EXCEPTION WHENEVER IT RAN -- OPERATORS ARE DEACTIVATED, NEVER
005400* DELETED, SO EVERY ID THAT EVER RAN SHOULD STILL BE THERE.
005410*-----------------------------------------------------------------
005420 4000-SCAN-EULERRES.
005430     MOVE 'N' TO WS-EOF-FLAG.
005440     OPEN INPUT EULERRES.
005450     IF EULERRES-NOT-FOUND
005460         GO TO 4000-EXIT
005470     END-IF.
005480     IF NOT EULERRES-OK
005490         MOVE "CRT006E" TO MSG-ID
005500         STRING "UNABLE TO OPEN EULERRES, STATUS "
005510             WS-EULERRES-STATUS
005520             DELIMITED BY SIZE INTO MSG-TEXT
005530         PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
005540         MOVE RC-FILE-ERROR TO RETURN-CODE
005550         STOP RUN
005560     END-IF.
005570     PERFORM 4100-READ-EULERRES THRU 4100-EXIT
005580         UNTIL FILE-EOF.
005590     CLOSE EULERRES.
005600 4000-EXIT.
005610     EXIT.
005620
005630 4100-READ-EULERRES.
005640     READ EULERRES
005650         AT END
005660             SET FILE-EOF TO TRUE
005670         NOT AT END
005680             ADD 1 TO WS-RES-READ-COUNT
005690             PERFORM 4200-TALLY-RUN THRU 4200-EXIT
005700     END-READ.
005710 4100-EXIT.
005720     EXIT.
005730
005740 4200-TALLY-RUN.
005750     MOVE EULERRES-RUN-TIMESTAMP(1:8) TO WS-STAMP-DATE.
005760     PERFORM 2300-CHECK-PERIOD THRU 2300-EXIT.
005770     IF IN-PERIOD
005780         ADD 1 TO WS-RES-PERIOD-COUNT
005790     END-IF.
005800     MOVE EULERRES-OPERATOR-ID TO WS-SEARCH-ID.
005810     MOVE ZERO TO WS-MATCH-SUB.
005820     PERFORM 2200-FIND-OPERATOR THRU 2200-EXIT
005830         VARYING SUB-1 FROM 1 BY 1
005840         UNTIL SUB-1 > WS-OPER-ENTRY-COUNT
005850             OR WS-MATCH-SUB > ZERO.
005860     IF WS-MATCH-SUB = ZERO
005870         PERFORM 4300-UNKNOWN-OPERATOR THRU 4300-EXIT
005880         GO TO 4200-EXIT
005890     END-IF.
005900     IF WS-STAMP-DATE > WS-OPR-LAST-RUN (WS-MATCH-SUB)
005910         MOVE WS-STAMP-DATE TO WS-OPR-LAST-RUN (WS-MATCH-SUB)
005920     END-IF.
005930     IF NOT IN-PERIOD
005940         GO TO 4200-EXIT
005950     END-IF.
005960     ADD 1 TO WS-OPR-RUN-COUNT (WS-MATCH-SUB).
005970     IF EULERRES-LOOP-LIMIT > WS-OPR-MAX-LIMIT (WS-MATCH-SUB)
005980         MOVE EULERRES-LOOP-LIMIT
005990             TO WS-OPR-MAX-LIMIT (WS-MATCH-SUB)
006000     END-IF.
006005     PERFORM 4250-CHECK-LEVEL-2 THRU 4250-EXIT.
006010 4200-EXIT.
006020     EXIT.
006021
006022*    DID THIS RUN NEED MORE THAN LEVEL 2?  ONLY IF ITS PROGRAM
006023*    CAPS LEVEL 2 AND THE RUN WENT PAST THE CAP.
006024 4250-CHECK-LEVEL-2.
006025     MOVE ZERO TO WS-REG-SUB.
006026     PERFORM 4260-FIND-PROGRAM THRU 4260-EXIT
006027         VARYING SUB-1 FROM 1 BY 1
006028         UNTIL SUB-1 > WS-REG-ENTRY-COUNT
006029             OR WS-REG-SUB > ZERO.
006030     IF WS-REG-SUB = ZERO
006031         GO TO 4250-EXIT
006032     END-IF.
006033     IF WS-REG-L2-CEILING (WS-REG-SUB) > ZERO
006034         AND EULERRES-LOOP-LIMIT > WS-REG-L2-CEILING (WS-REG-SUB)
006035         MOVE 'Y' TO WS-OPR-ABOVE-L2-FLAG (WS-MATCH-SUB)
006036     END-IF.
006037 4250-EXIT.
006038     EXIT.
006039
006040 4260-FIND-PROGRAM.
006041     IF WS-REG-PROGRAM-ID (SUB-1) = EULERRES-PROGRAM-ID
006042         MOVE SUB-1 TO WS-REG-SUB
006043     END-IF.
006044 4260-EXIT.
006045     EXIT.
006046
006047 4300-UNKNOWN-OPERATOR.
006050     ADD 1 TO WS-UNKNOWN-RUN-COUNT.
006060     MOVE ZERO TO WS-UNKNOWN-SUB.
006070     PERFORM 4350-FIND-UNKNOWN THRU 4350-EXIT
006080         VARYING SUB-1 FROM 1 BY 1
006090         UNTIL SUB-1 > WS-UNKNOWN-ENTRY-COUNT
006100             OR WS-UNKNOWN-SUB > ZERO.
006110     IF WS-UNKNOWN-SUB = ZERO
006120         IF WS-UNKNOWN-ENTRY-COUNT >= WS-UNKNOWN-MAX
006130             SET TABLE-OVERFLOWED TO TRUE
006140             GO TO 4300-EXIT
006150         END-IF
006160         ADD 1 TO WS-UNKNOWN-ENTRY-COUNT
006170         MOVE WS-UNKNOWN-ENTRY-COUNT TO WS-UNKNOWN-SUB
006180         MOVE EULERRES-OPERATOR-ID
006190             TO WS-UNK-OPERATOR-ID (WS-UNKNOWN-SUB)
006200         MOVE ZERO TO WS-UNK-RUN-COUNT (WS-UNKNOWN-SUB)
006210         MOVE SPACES TO WS-UNK-LAST-RUN (WS-UNKNOWN-SUB)
006220     END-IF.
006230     ADD 1 TO WS-UNK-RUN-COUNT (WS-UNKNOWN-SUB).
006240     IF WS-STAMP-DATE > WS-UNK-LAST-RUN (WS-UNKNOWN-SUB)
006250         MOVE WS-STAMP-DATE TO WS-UNK-LAST-RUN (WS-UNKNOWN-SUB)
006260     END-IF.
006270 4300-EXIT.
006280     EXIT.
006290
006300 4350-FIND-UNKNOWN.
006310     IF WS-UNK-OPERATOR-ID (SUB-1) = EULERRES-OPERATOR-ID
006320         MOVE SUB-1 TO WS-UNKNOWN-SUB
006330     END-IF.
006340 4350-EXIT.
006350     EXIT.
006360
006370*-----------------------------------------------------------------
006380* 5000-SCAN-HISTFILE -- THE PERIOD'S COMPUTED AND REUSED RUN
006390* TOTALS.  A REUSED RUN WRITES NO EULERRES RECORD AND HISTREC
006400* NAMES NO OPERATOR, SO REUSED RUNS ARE SHOWN AS A TOTAL ONLY
006410* AND CANNOT COUNT TOWARD ANY ONE OPERATOR'S ACTIVITY.
006420*-----------------------------------------------------------------
006430 5000-SCAN-HISTFILE.
006440     MOVE 'N' TO WS-EOF-FLAG.
006450     OPEN INPUT HISTFILE.
006460     IF HISTFILE-NOT-FOUND
006470         GO TO 5000-EXIT
006480     END-IF.
006490     IF NOT HISTFILE-OK
006500         MOVE "CRT007E" TO MSG-ID
006510         STRING "UNABLE TO OPEN HISTFILE, STATUS "
006520             WS-HISTFILE-STATUS
006530             DELIMITED BY SIZE INTO MSG-TEXT
006540         PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
006550         MOVE RC-FILE-ERROR TO RETURN-CODE
006560         STOP RUN
006570     END-IF.
006580     PERFORM 5100-READ-HISTFILE THRU 5100-EXIT
006590         UNTIL FILE-EOF.
006600     CLOSE HISTFILE.
006610 5000-EXIT.
006620     EXIT.
006630
006640 5100-READ-HISTFILE.
006650     READ HISTFILE
006660         AT END
006670             SET FILE-EOF TO TRUE
006680         NOT AT END
006690             MOVE HIST-TIMESTAMP(1:8) TO WS-STAMP-DATE
006700             PERFORM 2300-CHECK-PERIOD THRU 2300-EXIT
006710             IF IN-PERIOD AND HIST-SOURCE-REUSED
006720                 ADD 1 TO WS-HIST-REUSED-COUNT
006730             END-IF
006740             IF IN-PERIOD AND NOT HIST-SOURCE-REUSED
006750                 ADD 1 TO WS-HIST-COMPUTED-COUNT
006760             END-IF
006770     END-READ.
006780 5100-EXIT.
006790     EXIT.
006800
006810*-----------------------------------------------------------------
006820* 6000-SCAN-MSGLOG -- CEILING REJECTIONS IN THE PERIOD.  THE
006830* THREE COMPUTATION PROGRAMS LOG A SUBMISSION OVER THE
006840* OPERATOR'S AUTHORITY CEILING AS PB1003E, PB2004E OR PB3002E,
006850* WITH THE OPERATOR ID AT THE END OF THE TEXT.
006860*-----------------------------------------------------------------
006870 6000-SCAN-MSGLOG.
006880     MOVE 'N' TO WS-EOF-FLAG.
006890     OPEN INPUT MSGLOG.
006900     IF MSGLOG-NOT-FOUND
006910         GO TO 6000-EXIT
006920     END-IF.
006930     IF NOT MSGLOG-OK
006940         MOVE "CRT008E" TO MSG-ID
006950         STRING "UNABLE TO OPEN MSGLOG, STATUS "
006960             WS-MSGLOG-STATUS
006970             DELIMITED BY SIZE INTO MSG-TEXT
006980         PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
006990         MOVE RC-FILE-ERROR TO RETURN-CODE
007000         STOP RUN
007010     END-IF.
007020     PERFORM 6100-READ-MSGLOG THRU 6100-EXIT
007030         UNTIL FILE-EOF.
007040     CLOSE MSGLOG.
007050 6000-EXIT.
007060     EXIT.
007070
007080 6100-READ-MSGLOG.
007090     READ MSGLOG
007100         AT END
007110             SET FILE-EOF TO TRUE
007120         NOT AT END
007130             IF MSGLOG-MSG-ID = "PB1003E" OR "PB2004E"
007140                 OR "PB3002E"
007150                 PERFORM 6200-TALLY-REJECTION THRU 6200-EXIT
007160             END-IF
007170     END-READ.
007180 6100-EXIT.
007190     EXIT.
007200
007210 6200-TALLY-REJECTION.
007220     MOVE MSGLOG-TIMESTAMP(1:8) TO WS-STAMP-DATE.
007230     PERFORM 2300-CHECK-PERIOD THRU 2300-EXIT.
007240     IF NOT IN-PERIOD
007250         GO TO 6200-EXIT
007260     END-IF.
007270     ADD 1 TO WS-REJECT-TOTAL-COUNT.
007280     MOVE SPACES TO WS-TEXT-LEAD WS-REJECT-OPERATOR-ID.
007290     UNSTRING MSGLOG-TEXT DELIMITED BY "FOR OPERATOR "
007300         INTO WS-TEXT-LEAD WS-REJECT-OPERATOR-ID.
007310     MOVE WS-REJECT-OPERATOR-ID TO WS-SEARCH-ID.
007320     MOVE ZERO TO WS-MATCH-SUB.
007330     PERFORM 2200-FIND-OPERATOR THRU 2200-EXIT
007340         VARYING SUB-1 FROM 1 BY 1
007350         UNTIL SUB-1 > WS-OPER-ENTRY-COUNT
007360             OR WS-MATCH-SUB > ZERO.
007370     IF WS-MATCH-SUB = ZERO
007380         ADD 1 TO WS-REJECT-UNMATCHED-COUNT
007390     ELSE
007400         ADD 1 TO WS-OPR-REJECT-COUNT (WS-MATCH-SUB)
007410     END-IF.
007420 6200-EXIT.
007430     EXIT.
007440
007450*-----------------------------------------------------------------
007460* 7000-PRINT-OPERATORS -- ONE LINE PER OPERMAST OPERATOR, IN
007470* MASTER ORDER, WITH ITS EXCEPTION FLAGS.  ONLY ACTIVE IDS CAN
007480* BE DORMANT OR OVER-LEVEL -- AN INACTIVE ID HAS ALREADY BEEN
007490* TAKEN OUT OF SERVICE.
007500*-----------------------------------------------------------------
007510 7000-PRINT-OPERATORS.
007520     MOVE SPACES TO CRTRPT-REC.
007530     WRITE CRTRPT-REC.
007540     MOVE WS-HEADING-LINE TO CRTRPT-REC.
007550     WRITE CRTRPT-REC.
007560     PERFORM 7100-OPERATOR-LINE THRU 7100-EXIT
007570         VARYING SUB-1 FROM 1 BY 1
007580         UNTIL SUB-1 > WS-OPER-ENTRY-COUNT.
007590 7000-EXIT.
007600     EXIT.
007610
007620 7100-OPERATOR-LINE.
007630     MOVE WS-OPR-OPERATOR-ID (SUB-1) TO WS-DTL-OPERATOR-ID.
007640     MOVE WS-OPR-NAME (SUB-1)        TO WS-DTL-NAME.
007650     MOVE WS-OPR-AUTH-LEVEL (SUB-1)  TO WS-DTL-AUTH-LEVEL.
007660     MOVE WS-OPR-ACTIVE-FLAG (SUB-1) TO WS-DTL-ACTIVE-FLAG.
007670     MOVE WS-OPR-CHANGE-STAMP (SUB-1)(1:8) TO WS-DTL-CHANGE-DATE.
007680     MOVE WS-OPR-CHANGE-BY (SUB-1)   TO WS-DTL-CHANGE-BY.
007690     MOVE WS-OPR-RUN-COUNT (SUB-1)   TO WS-DTL-RUN-COUNT.
007700     MOVE WS-OPR-LAST-RUN (SUB-1)    TO WS-DTL-LAST-RUN.
007710     MOVE WS-OPR-REJECT-COUNT (SUB-1) TO WS-DTL-REJECT-COUNT.
007720     MOVE SPACES TO WS-DTL-FLAGS.
007730     IF WS-OPR-ACTIVE-FLAG (SUB-1) = 'Y'
007740         AND WS-OPR-RUN-COUNT (SUB-1) = ZERO
007750         MOVE "DORMANT" TO WS-DTL-FLAG-DORMANT
007760         ADD 1 TO WS-DORMANT-COUNT
007770     END-IF.
007780     IF WS-OPR-ACTIVE-FLAG (SUB-1) = 'Y'
007790         AND WS-OPR-AUTH-LEVEL (SUB-1) >= 3
007800         AND WS-OPR-ABOVE-L2-FLAG (SUB-1) = 'N'
007810         MOVE "OVER-LEVEL" TO WS-DTL-FLAG-LEVEL
007820         ADD 1 TO WS-OVER-LEVEL-COUNT
007830     END-IF.
007840     IF WS-OPR-SELF-COUNT (SUB-1) > ZERO
007850         MOVE "SELF-CHANGE" TO WS-DTL-FLAG-SELF
007860     END-IF.
007870     MOVE WS-DETAIL-LINE TO CRTRPT-REC.
007880     WRITE CRTRPT-REC.
007890 7100-EXIT.
007900     EXIT.
007910
007920*-----------------------------------------------------------------
007930* 7500-PRINT-EXCEPTIONS -- EACH EXCEPTION WITH ITS REASON, SO
007940* THE REVIEWER SIGNING THE RECERTIFICATION HAS THE WHOLE LIST
007950* IN ONE PLACE.
007960*-----------------------------------------------------------------
007970 7500-PRINT-EXCEPTIONS.
007980     MOVE SPACES TO CRTRPT-REC.
007990     WRITE CRTRPT-REC.
008000     MOVE "EXCEPTIONS" TO CRTRPT-REC.
008010     WRITE CRTRPT-REC.
008020     PERFORM 7600-OPERATOR-EXCEPTIONS THRU 7600-EXIT
008030         VARYING SUB-1 FROM 1 BY 1
008040         UNTIL SUB-1 > WS-OPER-ENTRY-COUNT.
008050     PERFORM 7700-UNKNOWN-LINE THRU 7700-EXIT
008060         VARYING SUB-1 FROM 1 BY 1
008070         UNTIL SUB-1 > WS-UNKNOWN-ENTRY-COUNT.
008080     PERFORM 7800-SELF-CHANGE-LINE THRU 7800-EXIT
008090         VARYING SUB-1 FROM 1 BY 1
008100         UNTIL SUB-1 > WS-SELF-ENTRY-COUNT.
008110     COMPUTE WS-EXCEPTION-COUNT = WS-DORMANT-COUNT
008120         + WS-OVER-LEVEL-COUNT + WS-UNKNOWN-ENTRY-COUNT
008130         + WS-SELF-CHANGE-COUNT.
008140     IF WS-EXCEPTION-COUNT = ZERO
008150         MOVE "  NONE" TO CRTRPT-REC
008160         WRITE CRTRPT-REC
008170     END-IF.
008180 7500-EXIT.
008190     EXIT.
008200
008210 7600-OPERATOR-EXCEPTIONS.
008220     IF WS-OPR-ACTIVE-FLAG (SUB-1) NOT = 'Y'
008230         GO TO 7600-EXIT
008240     END-IF.
008250     IF WS-OPR-RUN-COUNT (SUB-1) = ZERO
008260         MOVE SPACES TO CRTRPT-REC
008270         STRING "  DORMANT      " DELIMITED BY SIZE
008280             WS-OPR-OPERATOR-ID (SUB-1) DELIMITED BY SIZE
008290             " ACTIVE BUT NO RUNS IN THE PERIOD"
008300             DELIMITED BY SIZE
008310             INTO CRTRPT-REC
008320         WRITE CRTRPT-REC
008330     END-IF.
008340     IF WS-OPR-AUTH-LEVEL (SUB-1) >= 3
008350         AND WS-OPR-ABOVE-L2-FLAG (SUB-1) = 'N'
008360         MOVE WS-OPR-MAX-LIMIT (SUB-1) TO WS-EDIT-LIMIT
008370         MOVE SPACES TO CRTRPT-REC
008380         STRING "  OVER-LEVEL   " DELIMITED BY SIZE
008390             WS-OPR-OPERATOR-ID (SUB-1) DELIMITED BY SIZE
008400             " LEVEL " DELIMITED BY SIZE
008410             WS-OPR-AUTH-LEVEL (SUB-1) DELIMITED BY SIZE
008420             " BUT NOTHING SUBMITTED ABOVE A LEVEL-2"
008430             DELIMITED BY SIZE
008440             " CEILING (HIGHEST " DELIMITED BY SIZE
008450             FUNCTION TRIM(WS-EDIT-LIMIT) DELIMITED BY SIZE
008460             ")" DELIMITED BY SIZE
008470             INTO CRTRPT-REC
008480         WRITE CRTRPT-REC
008490     END-IF.
008500 7600-EXIT.
008510     EXIT.
008520
008530 7700-UNKNOWN-LINE.
008540     MOVE WS-UNK-RUN-COUNT (SUB-1) TO WS-EDIT-COUNT.
008550     MOVE SPACES TO CRTRPT-REC.
008560     STRING "  NOT ON MAST  " DELIMITED BY SIZE
008570         WS-UNK-OPERATOR-ID (SUB-1) DELIMITED BY SIZE
008580         " RAN " DELIMITED BY SIZE
008590         FUNCTION TRIM(WS-EDIT-COUNT) DELIMITED BY SIZE
008600         " EULERRES RUN(S), LAST " DELIMITED BY SIZE
008610         WS-UNK-LAST-RUN (SUB-1) DELIMITED BY SIZE
008620         ", BUT IS NOT ON OPERMAST" DELIMITED BY SIZE
008630         INTO CRTRPT-REC.
008640     WRITE CRTRPT-REC.
008650 7700-EXIT.
008660     EXIT.
008670
008680 7800-SELF-CHANGE-LINE.
008690     MOVE SPACES TO CRTRPT-REC.
008700     STRING "  SELF-CHANGE  " DELIMITED BY SIZE
008710         WS-SELF-OPERATOR-ID (SUB-1) DELIMITED BY SIZE
008720         " ACTION " DELIMITED BY SIZE
008730         WS-SELF-ACTION (SUB-1) DELIMITED BY SIZE
008740         " AT " DELIMITED BY SIZE
008750         WS-SELF-STAMP (SUB-1)(1:16) DELIMITED BY SIZE
008760         " SUBMITTED BY THE OPERATOR IT CHANGED"
008770         DELIMITED BY SIZE
008780         INTO CRTRPT-REC.
008790     WRITE CRTRPT-REC.
008800 7800-EXIT.
008810     EXIT.
008820
008830*-----------------------------------------------------------------
008840* 8000-WRAP-UP -- SUMMARY COUNTS AND THE STEP RETURN CODE.  ANY
008850* EXCEPTION, OR AN OVERFLOWED TABLE (A REVIEW THAT COULD NOT
008860* LIST EVERYTHING), ENDS THE STEP WITH RC-VERIFY-ERROR SO THE
008870* RECERTIFICATION CANNOT BE SIGNED OFF UNREAD.
008880*-----------------------------------------------------------------
008890 8000-WRAP-UP.
008900     MOVE SPACES TO CRTRPT-REC.
008910     WRITE CRTRPT-REC.
008920     MOVE WS-OPER-ENTRY-COUNT TO WS-EDIT-COUNT.
008930     MOVE SPACES TO CRTRPT-REC.
008940     STRING "  OPERATORS ON OPERMAST   : " DELIMITED BY SIZE
008950         FUNCTION TRIM(WS-EDIT-COUNT) DELIMITED BY SIZE
008960         INTO CRTRPT-REC.
008970     WRITE CRTRPT-REC.
008980     MOVE WS-AUDIT-READ-COUNT TO WS-EDIT-COUNT.
008990     MOVE SPACES TO CRTRPT-REC.
009000     STRING "  OPERAUDT RECORDS READ   : " DELIMITED BY SIZE
009010         FUNCTION TRIM(WS-EDIT-COUNT) DELIMITED BY SIZE
009020         INTO CRTRPT-REC.
009030     WRITE CRTRPT-REC.
009040     MOVE WS-RES-READ-COUNT TO WS-EDIT-COUNT.
009050     MOVE SPACES TO CRTRPT-REC.
009060     STRING "  EULERRES RECORDS READ   : " DELIMITED BY SIZE
009070         FUNCTION TRIM(WS-EDIT-COUNT) DELIMITED BY SIZE
009080         INTO CRTRPT-REC.
009090     WRITE CRTRPT-REC.
009100     MOVE WS-RES-PERIOD-COUNT TO WS-EDIT-COUNT.
009110     MOVE SPACES TO CRTRPT-REC.
009120     STRING "  EULERRES RUNS IN PERIOD : " DELIMITED BY SIZE
009130         FUNCTION TRIM(WS-EDIT-COUNT) DELIMITED BY SIZE
009140         INTO CRTRPT-REC.
009150     WRITE CRTRPT-REC.
009160     MOVE WS-HIST-COMPUTED-COUNT TO WS-EDIT-COUNT.
009170     MOVE SPACES TO CRTRPT-REC.
009180     STRING "  HISTFILE COMPUTED RUNS  : " DELIMITED BY SIZE
009190         FUNCTION TRIM(WS-EDIT-COUNT) DELIMITED BY SIZE
009200         INTO CRTRPT-REC.
009210     WRITE CRTRPT-REC.
009220     MOVE WS-HIST-REUSED-COUNT TO WS-EDIT-COUNT.
009230     MOVE SPACES TO CRTRPT-REC.
009240     STRING "  HISTFILE REUSED RUNS    : " DELIMITED BY SIZE
009250         FUNCTION TRIM(WS-EDIT-COUNT) DELIMITED BY SIZE
009260         " (NO OPERATOR RECORDED)" DELIMITED BY SIZE
009270         INTO CRTRPT-REC.
009280     WRITE CRTRPT-REC.
009290     MOVE WS-REJECT-TOTAL-COUNT TO WS-EDIT-COUNT.
009300     MOVE SPACES TO CRTRPT-REC.
009310     STRING "  CEILING REJECTIONS      : " DELIMITED BY SIZE
009320         FUNCTION TRIM(WS-EDIT-COUNT) DELIMITED BY SIZE
009330         INTO CRTRPT-REC.
009340     WRITE CRTRPT-REC.
009350     MOVE WS-REJECT-UNMATCHED-COUNT TO WS-EDIT-COUNT.
009360     MOVE SPACES TO CRTRPT-REC.
009370     STRING "  OF WHICH UNMATCHED ID   : " DELIMITED BY SIZE
009380         FUNCTION TRIM(WS-EDIT-COUNT) DELIMITED BY SIZE
009390         INTO CRTRPT-REC.
009400     WRITE CRTRPT-REC.
009410     MOVE WS-DORMANT-COUNT TO WS-EDIT-COUNT.
009420     MOVE SPACES TO CRTRPT-REC.
009430     STRING "  DORMANT ACTIVE IDS      : " DELIMITED BY SIZE
009440         FUNCTION TRIM(WS-EDIT-COUNT) DELIMITED BY SIZE
009450         INTO CRTRPT-REC.
009460     WRITE CRTRPT-REC.
009470     MOVE WS-OVER-LEVEL-COUNT TO WS-EDIT-COUNT.
009480     MOVE SPACES TO CRTRPT-REC.
009490     STRING "  OVER-LEVEL IDS          : " DELIMITED BY SIZE
009500         FUNCTION TRIM(WS-EDIT-COUNT) DELIMITED BY SIZE
009510         INTO CRTRPT-REC.
009520     WRITE CRTRPT-REC.
009530     MOVE WS-UNKNOWN-ENTRY-COUNT TO WS-EDIT-COUNT.
009540     MOVE SPACES TO CRTRPT-REC.
009550     STRING "  IDS NOT ON OPERMAST     : " DELIMITED BY SIZE
009560         FUNCTION TRIM(WS-EDIT-COUNT) DELIMITED BY SIZE
009570         INTO CRTRPT-REC.
009580     WRITE CRTRPT-REC.
009590     MOVE WS-SELF-CHANGE-COUNT TO WS-EDIT-COUNT.
009600     MOVE SPACES TO CRTRPT-REC.
009610     STRING "  SELF-CHANGES            : " DELIMITED BY SIZE
009620         FUNCTION TRIM(WS-EDIT-COUNT) DELIMITED BY SIZE
009630         INTO CRTRPT-REC.
009640     WRITE CRTRPT-REC.
009650     IF TABLE-OVERFLOWED
009660         ADD 1 TO WS-EXCEPTION-COUNT
009670         MOVE SPACES TO CRTRPT-REC
009680         STRING "  REVIEW INCOMPLETE - EXCEPTIONS EXCEED THE"
009690             " REPORT TABLE CAPACITY"
009700             DELIMITED BY SIZE INTO CRTRPT-REC
009710         WRITE CRTRPT-REC
009720         MOVE "CRT009W" TO MSG-ID
009730         MOVE "EXCEPTION TABLE OVERFLOWED, LIST INCOMPLETE"
009740             TO MSG-TEXT
009750         PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
009760     END-IF.
009770     IF WS-EXCEPTION-COUNT > ZERO
009780         MOVE "  RECERTIFICATION EXCEPTIONS - SEE ABOVE"
009790             TO CRTRPT-REC
009800         WRITE CRTRPT-REC
009810         MOVE "CRT010E" TO MSG-ID
009820         MOVE WS-EXCEPTION-COUNT TO WS-EDIT-COUNT
009830         STRING FUNCTION TRIM(WS-EDIT-COUNT)
009840             " OPERATOR ACCESS EXCEPTION(S), SEE CRTRPT"
009850             DELIMITED BY SIZE INTO MSG-TEXT
009860         PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
009870         MOVE RC-VERIFY-ERROR TO RETURN-CODE
009880     ELSE
009890         MOVE "  RECERTIFICATION CLEAN - NO EXCEPTIONS"
009900             TO CRTRPT-REC
009910         WRITE CRTRPT-REC
009920     END-IF.
009930     CLOSE CRTRPT.
009940 8000-EXIT.
009950     EXIT.
009960
009970*-----------------------------------------------------------------
009980* 9800-LOG-MESSAGE -- ROUTE A DIAGNOSTIC THROUGH THE COMMON
009990* EULERMSG ROUTINE.  CALLERS FILL MSG-ID (SEVERITY LETTER LAST)
010000* AND MSG-TEXT; THE SEVERITY IS DERIVED FROM THE ID AND THE TEXT
010010* BUFFER IS BLANKED FOR THE NEXT CALLER.
010020*-----------------------------------------------------------------
010030 9800-LOG-MESSAGE.
010040     MOVE MSG-ID(7:1) TO MSG-SEVERITY.
010050     MOVE "EULERCRT" TO MSG-PROGRAM.
010060     CALL "EULERMSG" USING EULERMSG-PARMS.
010070     MOVE SPACES TO MSG-TEXT.
010080 9800-EXIT.
010090     EXIT.
010100
010110 END PROGRAM EULERCRT.
