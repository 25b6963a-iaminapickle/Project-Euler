001760*                   SO A CHECKPOINT LEFT BY AN EARLIER CANCELLED
001770*                   COMPUTE CANNOT OUTLIVE A SUCCESSFUL RUN AND
001780*                   SEED A LATER FRESH COMPUTE WITH STALE STATE.
001781*  10/15/2026 DLW   EVERY RECORD THE RUN WRITES (RESULTOUT,
001782*                   HISTSTG, RESSTG, RUNSTATS -- ON A SWEEP,
001783*                   EVERY SET'S RECORDS) NOW CARRIES THE RUN
001784*                   CORRELATION ID, TAKEN FROM THE EULERRUN-ID
001785*                   ENVIRONMENT VARIABLE EULERDRV SETS.  A
001786*                   STANDALONE RUN MINTS ITS OWN ID AND PUBLISHES
001787*                   IT THE SAME WAY SO EULERINQ AND EULERMSG
001788*                   CARRY IT TOO.
001789*  10/15/2026 DLW   THE RESSTG TREND RECORD IS WRITTEN WITH THE
001790*                   NEW ACTIVE RECORD STATUS AND A BLANK
001791*                   CORRECTION REASON CODE.  EULERINQ NO LONGER
001792*                   RETURNS A VOIDED RECORD, SO THE PRIOR-RESULT
001793*                   REUSE CHECK NEVER REUSES ONE.
001794*  10/15/2026 DLW   THE AUTHORITY CEILINGS ARE NO LONGER HARD-
001795*                   CODED.  ONCE THE OPERATOR IS AUTHORIZED,
001796*                   PROBLEM2'S OWN ENTRY ON THE PGMREG PROGRAM
001797*                   REGISTRY IS READ: THE RUN IS REJECTED IF
001798*                   PROBLEM2 IS NOT REGISTERED OR INACTIVE, IF THE
001799*                   OPERATOR IS BELOW ITS MINIMUM LEVEL, OR IF A
001800*                   SWEEP IS ASKED FOR AND NOT SUPPORTED.  THE
001801*                   CEILING IS THE REGISTRY'S FOR THE OPERATOR'S
001802*                   LEVEL (ZERO MEANING NONE), AND THE PRIOR-
001803*                   RESULT REUSE CHECK IS SWITCHED OFF WHEN THE
001804*                   REGISTRY DOES NOT ALLOW REUSE.
001805*  10/15/2026 DLW   DUAL-APPROVAL GATE.  A LIMIT OVER PROBLEM2'S
001806*                   THRESHOLD ON THE NEW APRVCTL CONTROL FILE IS
001807*                   ONLY COMPUTED UNDER AN UNEXPIRED APPROVAL ON
001808*                   APRVQUE FOR THE SAME SEEDS, MODE AND LIMIT
001809*                   FROM A SECOND OPERATOR (SEE EULERAPV).
001810*                   WITHOUT ONE IT IS QUEUED THERE AS PENDING AND
001811*                   NOT RUN: A SINGLE RUN ENDS WITH RETURN CODE
001812*                   RC-APPROVAL-HELD, A SWEEP SET IS REPORTED ON
001813*                   SWEEPRPT AS HELD, COUNTED ON THE CHECKPOINT
001814*                   AND LOGGED.
001815*****************************************************************
001816 ENVIRONMENT DIVISION.
001817 CONFIGURATION SECTION.
001820 SOURCE-COMPUTER. IBM-370.
001830 OBJECT-COMPUTER. IBM-370.
001840 INPUT-OUTPUT SECTION.
002160     SELECT SWEEPCKP ASSIGN TO "SWEEPCKP"
002170         ORGANIZATION IS LINE SEQUENTIAL
002180         FILE STATUS IS WS-SWEEPCKP-STATUS.
002181     SELECT PGMREG ASSIGN TO "PGMREG"
002182         ORGANIZATION IS INDEXED
002183         ACCESS MODE IS RANDOM
002184         RECORD KEY IS PGMREG-KEY
002185         FILE STATUS IS WS-PGMREG-STATUS.
002186     SELECT APRVCTL ASSIGN TO "APRVCTL"
002187         ORGANIZATION IS LINE SEQUENTIAL
002188         FILE STATUS IS WS-APRVCTL-STATUS.
002189     SELECT APRVQUE ASSIGN TO "APRVQUE"
002190         ORGANIZATION IS INDEXED
002191         ACCESS MODE IS DYNAMIC
002192         RECORD KEY IS APRVQ-KEY
002193         FILE STATUS IS WS-APRVQUE-STATUS.
002194 DATA DIVISION.
002200 FILE SECTION.
002210 FD  SEEDPARM
002220     RECORDING MODE IS F.
002660     05  SWEEPCKP-SKIPPED           PIC 9(05).
002670     05  SWEEPCKP-FAILED            PIC 9(05).
002680     05  SWEEPCKP-REUSED            PIC 9(05).
002681     05  SWEEPCKP-HELD              PIC 9(05).
002682 FD  PGMREG
002684     RECORDING MODE IS F.
002686     COPY PGMREG.
002687 FD  APRVCTL
002688     RECORDING MODE IS F.
002689 01  APRVCTL-REC.
002690     05  APRVCTL-PROGRAM-ID         PIC X(08).
002691     05  APRVCTL-THRESHOLD          PIC 9(18).
002692     05  APRVCTL-EXPIRY-HOURS       PIC 9(03).
002693 FD  APRVQUE
002694     RECORDING MODE IS F.
002695     COPY APRVQUE.
002696 WORKING-STORAGE SECTION.
002700*-----------------------------------------------------------------
002710* RUN-TIME CONTROL VALUES
002720*-----------------------------------------------------------------
002980 01  WS-RESSTG-STATUS             PIC X(02) VALUE SPACES.
002990     88  RESSTG-OK                  VALUE '00'.
003000 01  WS-OPERATOR-ID                 PIC X(08) VALUE SPACES.
003002 01  WS-RUN-ID.
003004     05  WS-RUN-ID-STAMP            PIC X(16).
003006     05  WS-RUN-ID-ORIGIN           PIC X(08).
003010 01  WS-SEED-FIB1                   PIC 9(18) VALUE 0.
003020 01  WS-SEED-FIB2                   PIC 9(18) VALUE 0.
003030*-----------------------------------------------------------------
003040* OPERATOR AUTHORIZATION WORK AREAS.  THE CEILING IS TAKEN FROM
003050* THE PGMREG REGISTRY FOR THE OPERATOR'S AUTHORITY LEVEL ONCE
003060* THE OPERMAST RECORD IS FOUND, AND EVERY LIMIT IS CHECKED
003065* AGAINST IT.
003070*-----------------------------------------------------------------
003080 01  WS-OPERMAST-STATUS             PIC X(02) VALUE SPACES.
003090     88  OPERMAST-OK                VALUE '00'.
003120     88  OPERATOR-FOUND             VALUE 'Y'.
003130 01  WS-OPERATOR-LEVEL              PIC 9(01) VALUE 0.
003140 01  WS-LEVEL-CEILING               PIC 9(18) VALUE 0.
003147 01  WS-PGMREG-STATUS               PIC X(02) VALUE SPACES.
003154     88  PGMREG-OK                  VALUE '00'.
003161 01  WS-EDIT-LEVEL                  PIC 9(01).
003170*-----------------------------------------------------------------
003180* PARAMETER-SWEEP CONTROL.  A PARM OF 'SWEEP' TURNS THE RUN INTO
003190* ONE FULL COMPUTATION PER SEEDPARM RECORD.
003670 01  WS-PRIOR-RESULT                PIC 9(38) VALUE ZERO.
003680 01  WS-SWEEP-REUSED                PIC 9(05) VALUE ZERO.
003690 01  WS-EDIT-SWEEP-REUSE            PIC Z(4)9.
003693 01  WS-SWEEP-HELD                  PIC 9(05) VALUE ZERO.
003696 01  WS-EDIT-SWEEP-HELD             PIC Z(4)9.
003700     COPY INQAREA.
003710*-----------------------------------------------------------------
003720* SWEEP-RESTART CONTROL.  EVERY HANDLED SEEDPARM SET CHECKPOINTS
003880     90000000000000000000000000000000000000.
003890 01  WS-WORST-CASE-SUM              PIC 9(38) VALUE 0.
003900 01  WS-EDIT-LIMIT                  PIC Z(17)9.
003901*-----------------------------------------------------------------
003902* DUAL-APPROVAL CONTROL.  A LIMIT OVER PROBLEM2'S APRVCTL
003903* THRESHOLD IS ONLY COMPUTED UNDER AN UNEXPIRED APPROVAL ON
003904* APRVQUE FROM A SECOND OPERATOR; OTHERWISE IT IS QUEUED THERE
003905* AS PENDING AND THE RUN IS HELD.
003906*-----------------------------------------------------------------
003907 01  WS-APRVCTL-STATUS              PIC X(02) VALUE SPACES.
003908     88  APRVCTL-OK                 VALUE '00'.
003909 01  WS-APRVQUE-STATUS              PIC X(02) VALUE SPACES.
003910     88  APRVQUE-OK                 VALUE '00'.
003911     88  APRVQUE-NOT-FOUND          VALUE '35'.
003912 01  WS-APPROVAL-THRESHOLD          PIC 9(18) VALUE ZERO.
003913 01  WS-APPROVAL-VERDICT            PIC X(01) VALUE 'C'.
003914     88  APPROVAL-CLEAR             VALUE 'C'.
003915     88  APPROVAL-GRANTED           VALUE 'A'.
003916     88  APPROVAL-HELD              VALUE 'H'.
003917 01  WS-APRV-SCAN-FLAG              PIC X(01) VALUE 'N'.
003918     88  APRV-SCAN-DONE             VALUE 'Y'.
003919 01  WS-APRV-NOW                    PIC X(21) VALUE SPACES.
003920 01  WS-APRV-USE-KEY                PIC X(33) VALUE SPACES.
003921 01  WS-APRV-PENDING-KEY            PIC X(33) VALUE SPACES.
003922*-----------------------------------------------------------------
003923* WORKING FIGURES
003930*-----------------------------------------------------------------
003940 01  FIB1                           PIC 9(38) VALUE 2.
003950 01  FIB2                           PIC 9(38) VALUE 8.
004190     IF RESULT-REUSED
004200         MOVE WS-PRIOR-RESULT TO CUR-SUM
004210     ELSE
004211         PERFORM 2700-CHECK-APPROVAL THRU 2700-EXIT
004212         IF APPROVAL-HELD
004213             MOVE RC-APPROVAL-HELD TO RETURN-CODE
004214             GOBACK
004215         END-IF
004220         PERFORM 2500-CHECK-RESTART THRU 2500-EXIT
004230         MOVE FUNCTION CURRENT-DATE
004240             TO WS-STAT-START-TIMESTAMP
004870* THE RESOLVED LOOP-LIMIT IS THEN VALIDATED.
004880*-----------------------------------------------------------------
004890 2000-INITIALIZE-SEED.
004895     PERFORM 2050-GET-RUN-ID THRU 2050-EXIT.
004900     PERFORM 2100-GET-SEED THRU 2100-EXIT.
004910*    THE OPERATOR IS RESOLVED AND AUTHORIZED BEFORE ANY LIMIT IS
004920*    VALIDATED -- THE AUTHORITY-LEVEL CEILING IS PART OF THE
004930*    LIMIT CHECK.
004940     PERFORM 2300-GET-OPERATOR-ID THRU 2300-EXIT.
004950     PERFORM 2320-GET-REUSE-OPTION THRU 2320-EXIT.
004955     PERFORM 2380-GET-APPROVAL-THRESHOLD THRU 2380-EXIT.
004960*    IN SWEEP MODE EACH SEEDPARM RECORD IS VALIDATED AS IT IS
004970*    PROCESSED, SO THERE IS NO SINGLE UP-FRONT SET TO CHECK.
004980     IF NOT SWEEP-MODE
005040 2000-EXIT.
005050     EXIT.
005060
005061*-----------------------------------------------------------------
005062* 2050-GET-RUN-ID -- PICK UP THE RUN CORRELATION ID EULERDRV
005063* PUBLISHED IN THE EULERRUN-ID ENVIRONMENT VARIABLE.  A RUN
005064* OUTSIDE THE DRIVER FINDS NONE AND MINTS ITS OWN (START STAMP
005065* PLUS PROGRAM ID), PUBLISHING IT THE SAME WAY SO EULERINQ AND
005066* EULERMSG STAMP THE SAME ID ON WHAT THEY WRITE.
005067*-----------------------------------------------------------------
005068 2050-GET-RUN-ID.
005069     MOVE SPACES TO WS-RUN-ID.
005070     DISPLAY "EULERRUN-ID" UPON ENVIRONMENT-NAME.
005071     ACCEPT WS-RUN-ID FROM ENVIRONMENT-VALUE.
005072     IF WS-RUN-ID = SPACES
005073         MOVE FUNCTION CURRENT-DATE(1:16) TO WS-RUN-ID-STAMP
005074         MOVE "PROBLEM2" TO WS-RUN-ID-ORIGIN
005075         DISPLAY "EULERRUN-ID" UPON ENVIRONMENT-NAME
005076         DISPLAY WS-RUN-ID UPON ENVIRONMENT-VALUE
005077     END-IF.
005078     MOVE WS-RUN-ID TO MSG-RUN-ID.
005079 2050-EXIT.
005080     EXIT.
005081
005082 2100-GET-SEED.
005083*    WHEN EULERDRV CALLS THIS PROGRAM, THE EULERDRV-CALLED MARKER
005090*    IS SET FOR THE DURATION OF THE RUN UNIT.  A CALLED PROGRAM
005100*    INHERITS ITS CALLER'S COMMAND LINE RATHER THAN ANY PARM OF
005110*    ITS OWN, SO THAT SOURCE IS SKIPPED IN FAVOR OF SEEDPARM WHEN
006720*-----------------------------------------------------------------
006730* 2350-VALIDATE-OPERATOR -- LOOK THE SUBMITTED ID UP ON OPERMAST.
006740* AN UNREADABLE MASTER, AN UNKNOWN ID OR AN INACTIVE ID ABENDS
006750* THE RUN.  THE OPERATOR'S AUTHORITY LEVEL THEN SETS THE LIMIT
006760* CEILING FROM THE PGMREG REGISTRY (SEE 2370).  A MIS-KEYED
006770* LEVEL ON THE MASTER IS TREATED AS LEVEL 1 RATHER THAN AS
006780* UNRESTRICTED.
006790*-----------------------------------------------------------------
006800 2350-VALIDATE-OPERATOR.
006810     MOVE 'N' TO WS-OPER-FOUND-FLAG.
007160     ELSE
007170         MOVE 1 TO WS-OPERATOR-LEVEL
007180     END-IF.
007190     PERFORM 2370-CHECK-REGISTRY THRU 2370-EXIT.
007270 2350-EXIT.
007280     EXIT.
007290
007380     END-READ.
007390 2360-EXIT.
007400     EXIT.
007401
007402*-----------------------------------------------------------------
007403* 2370-CHECK-REGISTRY -- READ PROBLEM2'S OWN ENTRY ON THE PGMREG
007404* PROGRAM REGISTRY.  AN UNREADABLE REGISTRY, OR AN ENTRY THAT IS
007405* MISSING OR INACTIVE, ABENDS THE RUN, AS DOES AN OPERATOR BELOW
007406* THE ENTRY'S MINIMUM LEVEL OR A SWEEP THE ENTRY DOES NOT
007407* SUPPORT.  THE LIMIT CEILING IS THE ENTRY'S CEILING FOR THE
007408* OPERATOR'S LEVEL; ZERO MEANS THE REGISTRY SETS NONE, LEAVING
007409* ONLY WS-MAX-LOOP-LIMIT.  AN ENTRY THAT DOES NOT ALLOW REUSE
007410* TURNS THE PRIOR-RESULT CHECK OFF AS A 'FRESH' CARD WOULD.
007411*-----------------------------------------------------------------
007412 2370-CHECK-REGISTRY.
007413     OPEN INPUT PGMREG.
007414     IF NOT PGMREG-OK
007415         MOVE "PB2018E" TO MSG-ID
007416         STRING "PROGRAM REGISTRY PGMREG"
007417             " UNAVAILABLE, STATUS " WS-PGMREG-STATUS
007418             DELIMITED BY SIZE INTO MSG-TEXT
007419         PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
007420         MOVE RC-FILE-ERROR TO RETURN-CODE
007421         GOBACK
007422     END-IF.
007423     MOVE "PROBLEM2" TO PGMREG-PROGRAM-ID.
007424     READ PGMREG
007425         INVALID KEY
007426             MOVE 'N' TO PGMREG-ACTIVE-FLAG
007427     END-READ.
007428     CLOSE PGMREG.
007429     IF NOT PGMREG-ACTIVE
007430         MOVE "PB2019E" TO MSG-ID
007431         MOVE "PROBLEM2 NOT REGISTERED AND ACTIVE ON PGMREG"
007432             TO MSG-TEXT
007433         PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
007434         MOVE RC-PARM-ERROR TO RETURN-CODE
007435         GOBACK
007436     END-IF.
007437     IF WS-OPERATOR-LEVEL < PGMREG-MIN-AUTH-LEVEL
007438         MOVE PGMREG-MIN-AUTH-LEVEL TO WS-EDIT-LEVEL
007439         MOVE "PB2020E" TO MSG-ID
007440         STRING "OPERATOR " WS-OPERATOR-ID
007441             " BELOW PROBLEM2 MINIMUM LEVEL " WS-EDIT-LEVEL
007442             " - REJECTED"
007443             DELIMITED BY SIZE INTO MSG-TEXT
007444         PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
007445         MOVE RC-PARM-ERROR TO RETURN-CODE
007446         GOBACK
007447     END-IF.
007448     IF SWEEP-MODE AND NOT PGMREG-SWEEP-SUPPORTED
007449         MOVE "PB2021E" TO MSG-ID
007450         MOVE "SWEEP NOT SUPPORTED FOR PROBLEM2 ON PGMREG"
007451             TO MSG-TEXT
007452         PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
007453         MOVE RC-PARM-ERROR TO RETURN-CODE
007454         GOBACK
007455     END-IF.
007456     IF PGMREG-LEVEL-CEILING (WS-OPERATOR-LEVEL) = ZERO
007457         MOVE WS-MAX-LOOP-LIMIT TO WS-LEVEL-CEILING
007458     ELSE
007459         MOVE PGMREG-LEVEL-CEILING (WS-OPERATOR-LEVEL)
007460             TO WS-LEVEL-CEILING
007461     END-IF.
007462     IF NOT PGMREG-REUSE-SUPPORTED
007463         MOVE 'N' TO WS-REUSE-FLAG
007464     END-IF.
007465 2370-EXIT.
007466     EXIT.
007467
007468*-----------------------------------------------------------------
007469* 2320-GET-REUSE-OPTION -- READ THE REUSECTL CONTROL CARD.  A
007470* CARD OF 'FRESH' FORCES A FULL COMPUTE FOR A DELIBERATE
007471* RE-VERIFY; ANY OTHER CARD, OR NO FILE AT ALL, LEAVES THE
007472* PRIOR-RESULT REUSE CHECK ON.
007473*-----------------------------------------------------------------
007480 2320-GET-REUSE-OPTION.
007490     OPEN INPUT REUSECTL.
007500     IF REUSECTL-OK
007600     END-IF.
007610 2320-EXIT.
007620     EXIT.
007621
007622*-----------------------------------------------------------------
007623* 2380-GET-APPROVAL-THRESHOLD -- FIND PROBLEM2'S CARD ON THE
007624* APRVCTL CONTROL FILE.  ITS THRESHOLD IS THE LARGEST LIMIT ONE
007625* OPERATOR MAY RUN ON THEIR OWN AUTHORITY; ABOVE IT A SECOND
007626* OPERATOR MUST APPROVE THE RUN THROUGH EULERAPV FIRST.  NO FILE,
007627* NO CARD OR A ZERO THRESHOLD LEAVES THE APPROVAL GATE OFF.
007628*-----------------------------------------------------------------
007629 2380-GET-APPROVAL-THRESHOLD.
007630     MOVE ZERO TO WS-APPROVAL-THRESHOLD.
007631     OPEN INPUT APRVCTL.
007632     IF NOT APRVCTL-OK
007633         GO TO 2380-EXIT
007634     END-IF.
007635     PERFORM 2385-MATCH-APPROVAL-CARD THRU 2385-EXIT
007636         UNTIL NOT APRVCTL-OK.
007637     CLOSE APRVCTL.
007638 2380-EXIT.
007639     EXIT.
007640
007641 2385-MATCH-APPROVAL-CARD.
007642     READ APRVCTL
007643         AT END
007644             CONTINUE
007645         NOT AT END
007646             IF APRVCTL-PROGRAM-ID = "PROBLEM2"
007647                     AND APRVCTL-THRESHOLD IS NUMERIC
007648                 MOVE APRVCTL-THRESHOLD TO WS-APPROVAL-THRESHOLD
007649             END-IF
007650     END-READ.
007651 2385-EXIT.
007652     EXIT.
007653
007654*-----------------------------------------------------------------
007655* 2400-CHECK-PRIOR-RESULT -- ASK EULERINQ FOR THE LATEST
007660* EULERRES RUN WITH EXACTLY THIS PARAMETER SET (SEED PAIR, MODE
007670* AND LIMIT).  A HIT LEAVES THE PRIOR ANSWER AND THE 'R' SOURCE
007680* FLAG BEHIND; THE CALLER SKIPS THE COMPUTATION.  CALLED ONCE
008050     END-IF.
008060 2400-EXIT.
008070     EXIT.
008071
008072*-----------------------------------------------------------------
008073* 2700-CHECK-APPROVAL -- THE DUAL-APPROVAL GATE, RUN JUST BEFORE
008074* THE COMPUTATION (ONCE PER SET ON A SWEEP).  A LIMIT AT OR UNDER
008075* THE THRESHOLD IS CLEAR.  ABOVE IT, APRVQUE IS SEARCHED FOR
008076* PROBLEM2 REQUESTS FOR THIS EXACT PARAMETER SET (SEEDS, MODE AND
008077* LIMIT).  AN APPROVED ONE NOT YET EXPIRED IS TAKEN -- MARKED USED
008078* BY THIS RUN -- AND THE RUN GOES AHEAD; ONE STILL PENDING HOLDS
008079* THE RUN AGAIN WITHOUT QUEUEING A DUPLICATE; OTHERWISE A NEW
008080* PENDING REQUEST IS QUEUED AND THE RUN IS HELD.  REJECTED,
008081* EXPIRED AND USED REQUESTS ARE PASSED OVER.  THE HELD REQUEST'S
008082* KEY IS LEFT IN WS-APRV-PENDING-KEY.
008083*-----------------------------------------------------------------
008084 2700-CHECK-APPROVAL.
008085     SET APPROVAL-CLEAR TO TRUE.
008086     IF WS-APPROVAL-THRESHOLD = ZERO
008087             OR LOOP-LIMIT NOT > WS-APPROVAL-THRESHOLD
008088         GO TO 2700-EXIT
008089     END-IF.
008090     MOVE FUNCTION CURRENT-DATE TO WS-APRV-NOW.
008091     MOVE SPACES TO WS-APRV-USE-KEY.
008092     MOVE SPACES TO WS-APRV-PENDING-KEY.
008093     OPEN I-O APRVQUE.
008094     IF APRVQUE-NOT-FOUND
008095         OPEN OUTPUT APRVQUE
008096         CLOSE APRVQUE
008097         OPEN I-O APRVQUE
008098     END-IF.
008099     IF NOT APRVQUE-OK
008100         MOVE "PB2022E" TO MSG-ID
008101         STRING "APPROVAL QUEUE APRVQUE"
008102             " UNAVAILABLE, STATUS " WS-APRVQUE-STATUS
008103             DELIMITED BY SIZE INTO MSG-TEXT
008104         PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
008105         MOVE RC-FILE-ERROR TO RETURN-CODE
008106         GOBACK
008107     END-IF.
008108     MOVE 'N' TO WS-APRV-SCAN-FLAG.
008109     MOVE LOW-VALUES TO APRVQ-KEY.
008110     MOVE "PROBLEM2" TO APRVQ-PROGRAM-ID.
008111     START APRVQUE KEY IS NOT LESS THAN APRVQ-KEY
008112         INVALID KEY
008113             SET APRV-SCAN-DONE TO TRUE
008114     END-START.
008115     PERFORM 2710-SCAN-QUEUE THRU 2710-EXIT
008116         UNTIL APRV-SCAN-DONE.
008117     MOVE LOOP-LIMIT TO WS-EDIT-LIMIT.
008118     IF WS-APRV-USE-KEY NOT = SPACES
008119         PERFORM 2720-TAKE-APPROVAL THRU 2720-EXIT
008120     ELSE
008121         SET APPROVAL-HELD TO TRUE
008122         IF WS-APRV-PENDING-KEY NOT = SPACES
008123             MOVE "PB2025W" TO MSG-ID
008124             STRING "LIMIT "
008125                 FUNCTION TRIM(WS-EDIT-LIMIT)
008126                 " STILL PENDING AS " WS-APRV-PENDING-KEY
008127                 DELIMITED BY SIZE INTO MSG-TEXT
008128             PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
008129         ELSE
008130             PERFORM 2730-QUEUE-REQUEST THRU 2730-EXIT
008131         END-IF
008132     END-IF.
008133     CLOSE APRVQUE.
008134 2700-EXIT.
008135     EXIT.
008136
008137*    ONE REQUEST OFF THE QUEUE.  THE SCAN ENDS AT THE FIRST
008138*    USABLE APPROVAL OR AT THE END OF PROBLEM2'S REQUESTS.
008139 2710-SCAN-QUEUE.
008140     READ APRVQUE NEXT RECORD
008141         AT END
008142             SET APRV-SCAN-DONE TO TRUE
008143             GO TO 2710-EXIT
008144     END-READ.
008145     IF APRVQ-PROGRAM-ID NOT = "PROBLEM2"
008146         SET APRV-SCAN-DONE TO TRUE
008147         GO TO 2710-EXIT
008148     END-IF.
008149     IF APRVQ-LOOP-LIMIT NOT = LOOP-LIMIT
008150             OR APRVQ-SEED-FIB1 NOT = WS-SEED-FIB1
008151             OR APRVQ-SEED-FIB2 NOT = WS-SEED-FIB2
008152             OR APRVQ-SEED-MODE NOT = WS-TERM-MODE
008153         GO TO 2710-EXIT
008154     END-IF.
008155     IF APRVQ-APPROVED
008156             AND APRVQ-EXPIRES-AT NOT < WS-APRV-NOW(1:14)
008157         MOVE APRVQ-KEY TO WS-APRV-USE-KEY
008158         SET APRV-SCAN-DONE TO TRUE
008159         GO TO 2710-EXIT
008160     END-IF.
008161     IF APRVQ-PENDING
008162         MOVE APRVQ-KEY TO WS-APRV-PENDING-KEY
008163     END-IF.
008164 2710-EXIT.
008165     EXIT.
008166
008167*    MARK THE APPROVAL USED BY THIS RUN SO IT COVERS NO OTHER,
008168*    AND RECORD WHO RAN IT UNDER WHICH RUN ID.
008169 2720-TAKE-APPROVAL.
008170     MOVE WS-APRV-USE-KEY TO APRVQ-KEY.
008171     READ APRVQUE
008172         INVALID KEY
008173             CONTINUE
008174     END-READ.
008175     IF NOT APRVQUE-OK
008176         PERFORM 2790-QUEUE-FAILURE THRU 2790-EXIT
008177     END-IF.
008178     SET APRVQ-USED TO TRUE.
008179     MOVE WS-OPERATOR-ID TO APRVQ-USED-BY.
008180     MOVE WS-RUN-ID TO APRVQ-USED-RUN-ID.
008181     MOVE WS-APRV-NOW TO APRVQ-USED-AT.
008182     REWRITE APRVQ-REC
008183         INVALID KEY
008184             CONTINUE
008185     END-REWRITE.
008186     IF NOT APRVQUE-OK
008187         PERFORM 2790-QUEUE-FAILURE THRU 2790-EXIT
008188     END-IF.
008189     SET APPROVAL-GRANTED TO TRUE.
008190     MOVE "PB2023I" TO MSG-ID.
008191     STRING "RUNNING UNDER APPROVAL " APRVQ-KEY
008192         " BY " APRVQ-DECIDED-BY
008193         DELIMITED BY SIZE INTO MSG-TEXT.
008194     PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT.
008195 2720-EXIT.
008196     EXIT.
008197
008198*    QUEUE A NEW PENDING REQUEST FOR A SECOND OPERATOR TO
008199*    APPROVE OR REJECT THROUGH EULERAPV.
008200 2730-QUEUE-REQUEST.
008201     MOVE SPACES TO APRVQ-REC.
008202     MOVE "PROBLEM2" TO APRVQ-PROGRAM-ID.
008203     MOVE WS-APRV-NOW(1:16) TO APRVQ-REQUEST-STAMP.
008204     MOVE WS-SWEEP-SET-NUMBER TO APRVQ-SET-NUMBER.
008205     SET APRVQ-PENDING TO TRUE.
008206     MOVE LOOP-LIMIT TO APRVQ-LOOP-LIMIT.
008207     MOVE WS-SEED-FIB1 TO APRVQ-SEED-FIB1.
008208     MOVE WS-SEED-FIB2 TO APRVQ-SEED-FIB2.
008209     MOVE WS-TERM-MODE TO APRVQ-SEED-MODE.
008210     MOVE WS-APPROVAL-THRESHOLD TO APRVQ-THRESHOLD.
008211     MOVE WS-OPERATOR-ID TO APRVQ-REQUESTED-BY.
008212     MOVE WS-RUN-ID TO APRVQ-REQUEST-RUN-ID.
008213     MOVE WS-APRV-NOW TO APRVQ-REQUESTED-AT.
008214     WRITE APRVQ-REC
008215         INVALID KEY
008216             CONTINUE
008217     END-WRITE.
008218     IF NOT APRVQUE-OK
008219         PERFORM 2790-QUEUE-FAILURE THRU 2790-EXIT
008220     END-IF.
008221     MOVE APRVQ-KEY TO WS-APRV-PENDING-KEY.
008222     MOVE "PB2024W" TO MSG-ID.
008223     STRING "LIMIT "
008224         FUNCTION TRIM(WS-EDIT-LIMIT)
008225         " HELD FOR APPROVAL AS " APRVQ-KEY
008226         DELIMITED BY SIZE INTO MSG-TEXT.
008227     PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT.
008228 2730-EXIT.
008229     EXIT.
008230
008231 2790-QUEUE-FAILURE.
008232     MOVE "PB2026E" TO MSG-ID.
008233     STRING "UNABLE TO UPDATE APRVQUE REQUEST " APRVQ-KEY
008234         ", STATUS " WS-APRVQUE-STATUS
008235         DELIMITED BY SIZE INTO MSG-TEXT.
008236     PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT.
008237     MOVE RC-FILE-ERROR TO RETURN-CODE.
008238     GOBACK.
008239 2790-EXIT.
008240     EXIT.
008241
008242*-----------------------------------------------------------------
008243* 2500-CHECK-RESTART -- IF A CHECKPOINT WAS LEFT BEHIND BY A RUN
008244* THAT WAS CANCELLED PARTWAY THROUGH, RESUME FROM IT INSTEAD OF
008245* STARTING OVER FROM THE SEED.
008246*-----------------------------------------------------------------
008247 2500-CHECK-RESTART.
008248     OPEN INPUT RESTARTF.
008249     IF RESTARTF-OK
008250         READ RESTARTF
008251             AT END
008252                 CONTINUE
008253             NOT AT END
008254                 MOVE RESTARTF-FIB1       TO FIB1
008255                 MOVE RESTARTF-FIB2       TO FIB2
008256                 MOVE RESTARTF-CUR-SUM    TO CUR-SUM
008257                 MOVE RESTARTF-ITERATIONS TO WS-ITERATION-COUNT
008258         END-READ
008260         CLOSE RESTARTF
008270     END-IF.
008280 2500-EXIT.
008820     MOVE WS-CURRENT-DATE-YYYYMMDD  TO RESLOUT-RUN-DATE.
008830     MOVE CUR-SUM                   TO RESLOUT-RESULT-VALUE.
008840     MOVE WS-RESULT-SOURCE          TO RESLOUT-SOURCE-FLAG.
008845     MOVE WS-RUN-ID                 TO RESLOUT-RUN-ID.
008850     WRITE RESLOUT-REC.
008860     CLOSE RESULTOUT.
008870 5000-EXIT.
009160     MOVE CUR-SUM             TO HIST-COMPUTED-SUM.
009170     MOVE WS-TIMESTAMP        TO HIST-TIMESTAMP.
009180     MOVE WS-RESULT-SOURCE    TO HIST-RUN-SOURCE.
009185     MOVE WS-RUN-ID           TO HIST-RUN-ID.
009190     WRITE HISTREC.
009200     CLOSE HISTSTG.
009210 6000-EXIT.
009550     MOVE CUR-SUM             TO EULERRES-RESULT-VALUE.
009560     MOVE WS-TIMESTAMP        TO EULERRES-RUN-TIMESTAMP.
009570     MOVE WS-OPERATOR-ID      TO EULERRES-OPERATOR-ID.
009575     MOVE WS-RUN-ID           TO EULERRES-RUN-ID.
009576*    A FRESH RESULT IS ALWAYS ACTIVE; ONLY EULERVOD VOIDS ONE.
009577     SET EULERRES-ACTIVE      TO TRUE.
009578     MOVE SPACES              TO EULERRES-REASON-CODE.
009580     WRITE EULERRES-REC.
009590     CLOSE RESSTG.
009600 6500-EXIT.
009920     MOVE LOOP-LIMIT               TO RUNSTAT-LOOP-LIMIT.
009930     MOVE WS-ITERATION-COUNT       TO RUNSTAT-ITERATIONS.
009940     MOVE ZERO                     TO RUNSTAT-DETAIL-LINES.
009945     MOVE WS-RUN-ID                TO RUNSTAT-RUN-ID.
009950     WRITE RUNSTAT-REC.
009960     CLOSE RUNSTATS.
009970 6800-EXIT.
011210* (NONNUMERIC FIELDS OR A DEAD 0/0 SEED) IS SKIPPED; A LIMIT THAT
011220* FAILS THE STANDARD CHECKS IS COUNTED AS FAILED; ANYTHING ELSE
011230* GETS THE FULL COMPUTATION AND ITS OWN RESULTOUT/HISTFILE/
011240* EULERRES RECORDS -- UNLESS THE LIMIT IS OVER THE APPROVAL
011243* THRESHOLD WITH NO APPROVAL ON APRVQUE, WHEN THE SET IS HELD AND
011246* REPORTED, NOT COMPUTED.
011250*-----------------------------------------------------------------
011260 8150-SWEEP-ONE-SET.
011270     IF SEEDPARM-FIB1 IS NOT NUMERIC
011640         MOVE WS-CURRENT-DATE-YYYYMMDD  TO RESLOUT-RUN-DATE
011650         MOVE CUR-SUM                   TO RESLOUT-RESULT-VALUE
011660         MOVE WS-RESULT-SOURCE          TO RESLOUT-SOURCE-FLAG
011665         MOVE WS-RUN-ID                 TO RESLOUT-RUN-ID
011670         WRITE RESLOUT-REC
011680         MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
011690         PERFORM 6000-WRITE-HISTORY THRU 6000-EXIT
011800         WRITE SWEEPRPT-REC
011810         GO TO 8150-EXIT
011820     END-IF.
011821*    A LIMIT OVER THE APPROVAL THRESHOLD NEEDS AN APPROVAL.
011822     PERFORM 2700-CHECK-APPROVAL THRU 2700-EXIT.
011823     IF APPROVAL-HELD
011824         ADD 1 TO WS-SWEEP-HELD
011825         MOVE LOOP-LIMIT TO WS-EDIT-LIMIT
011826         MOVE SPACES TO SWEEPRPT-REC
011827         STRING "  SET HELD FOR APPROVAL - LIMIT "
011828             DELIMITED BY SIZE
011829             FUNCTION TRIM(WS-EDIT-LIMIT) DELIMITED BY SIZE
011830             INTO SWEEPRPT-REC
011831         WRITE SWEEPRPT-REC
011832         MOVE SPACES TO SWEEPRPT-REC
011833         STRING "    AWAITING APPROVAL ON REQUEST "
011834             DELIMITED BY SIZE
011835             WS-APRV-PENDING-KEY DELIMITED BY SIZE
011836             INTO SWEEPRPT-REC
011837         WRITE SWEEPRPT-REC
011838         GO TO 8150-EXIT
011839     END-IF.
011840     MOVE ZERO TO CUR-SUM.
011841     MOVE ZERO TO WS-ITERATION-COUNT.
011850     MOVE FUNCTION CURRENT-DATE TO WS-STAT-START-TIMESTAMP.
011860     PERFORM 2800-RUN-COMPUTATION THRU 2800-EXIT.
011870     MOVE FUNCTION CURRENT-DATE TO WS-STAT-END-TIMESTAMP.
011900     MOVE WS-CURRENT-DATE-YYYYMMDD  TO RESLOUT-RUN-DATE.
011910     MOVE CUR-SUM                   TO RESLOUT-RESULT-VALUE.
011920     MOVE WS-RESULT-SOURCE          TO RESLOUT-SOURCE-FLAG.
011925     MOVE WS-RUN-ID                 TO RESLOUT-RUN-ID.
011930     WRITE RESLOUT-REC.
011940     MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP.
011950     PERFORM 6000-WRITE-HISTORY THRU 6000-EXIT.
012260         INTO SWEEPRPT-REC.
012270     WRITE SWEEPRPT-REC.
012280     DISPLAY FUNCTION TRIM(SWEEPRPT-REC).
012281     MOVE WS-SWEEP-HELD      TO WS-EDIT-SWEEP-HELD.
012282     MOVE SPACES TO SWEEPRPT-REC.
012283     STRING "  SETS HELD FOR APPROVAL " DELIMITED BY SIZE
012284         FUNCTION TRIM(WS-EDIT-SWEEP-HELD) DELIMITED BY SIZE
012285         INTO SWEEPRPT-REC.
012286     WRITE SWEEPRPT-REC.
012287     DISPLAY FUNCTION TRIM(SWEEPRPT-REC).
012290 8500-EXIT.
012300     EXIT.
012310
012480                 MOVE SWEEPCKP-SKIPPED   TO WS-SWEEP-SKIPPED
012490                 MOVE SWEEPCKP-FAILED    TO WS-SWEEP-FAILED
012500                 MOVE SWEEPCKP-REUSED    TO WS-SWEEP-REUSED
012502                 IF SWEEPCKP-HELD IS NUMERIC
012504                     MOVE SWEEPCKP-HELD TO WS-SWEEP-HELD
012506                 END-IF
012510         END-READ
012520         CLOSE SWEEPCKP
012530     END-IF.
012750     MOVE WS-SWEEP-SKIPPED    TO SWEEPCKP-SKIPPED.
012760     MOVE WS-SWEEP-FAILED     TO SWEEPCKP-FAILED.
012770     MOVE WS-SWEEP-REUSED     TO SWEEPCKP-REUSED.
012775     MOVE WS-SWEEP-HELD       TO SWEEPCKP-HELD.
012780     WRITE SWEEPCKP-REC.
012790     CLOSE SWEEPCKP.
012800 8700-EXIT.
