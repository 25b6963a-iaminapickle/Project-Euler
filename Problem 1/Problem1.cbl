002000*                   MATCH THE HISTFILE AND EULERRES MASTERS
002010*                   RECORD FOR RECORD ON PROGRAM, LIMIT AND
002020*                   TIMESTAMP.
002021*  10/15/2026 DLW   EVERY RECORD THE RUN WRITES (RESULTOUT,
002022*                   HISTSTG, RESSTG, RUNSTATS, SWEEPSTG -- ON A
002023*                   SWEEP, EVERY SET'S RECORDS) NOW CARRIES THE
002024*                   RUN CORRELATION ID, TAKEN FROM THE EULERRUN-ID
002025*                   ENVIRONMENT VARIABLE EULERDRV SETS.  A
002026*                   STANDALONE RUN MINTS ITS OWN ID AND PUBLISHES
002027*                   IT THE SAME WAY SO EULERINQ AND EULERMSG
002028*                   CARRY IT TOO.
002029*  10/15/2026 DLW   THE RESSTG TREND RECORD IS WRITTEN WITH THE
002030*                   NEW ACTIVE RECORD STATUS AND A BLANK
002031*                   CORRECTION REASON CODE.  EULERINQ NO LONGER
002032*                   RETURNS A VOIDED RECORD, SO THE PRIOR-RESULT
002033*                   REUSE CHECK NEVER REUSES ONE.
002034*  10/15/2026 DLW   THE AUTHORITY CEILINGS ARE NO LONGER HARD-
002035*                   CODED.  ONCE THE OPERATOR IS AUTHORIZED,
002036*                   PROBLEM1'S OWN ENTRY ON THE PGMREG PROGRAM
002037*                   REGISTRY IS READ: THE RUN IS REJECTED IF
002038*                   PROBLEM1 IS NOT REGISTERED OR INACTIVE, IF THE
002039*                   OPERATOR IS BELOW ITS MINIMUM LEVEL, OR IF A
002040*                   SWEEP IS ASKED FOR AND NOT SUPPORTED.  THE
002041*                   CEILING IS THE REGISTRY'S FOR THE OPERATOR'S
002042*                   LEVEL (ZERO MEANING NONE), AND THE PRIOR-
002043*                   RESULT REUSE CHECK IS SWITCHED OFF WHEN THE
002044*                   REGISTRY DOES NOT ALLOW REUSE.
002045*  10/15/2026 DLW   DUAL-APPROVAL GATE.  A LIMIT OVER PROBLEM1'S
002046*                   THRESHOLD ON THE NEW APRVCTL CONTROL FILE IS
002047*                   ONLY COMPUTED UNDER AN UNEXPIRED APPROVAL ON
002048*                   APRVQUE FROM A SECOND OPERATOR (SEE EULERAPV).
002049*                   WITHOUT ONE IT IS QUEUED THERE AS PENDING AND
002050*                   NOT RUN: A SINGLE RUN ENDS WITH RETURN CODE
002051*                   RC-APPROVAL-HELD, A SWEEP SET IS REPORTED ON
002052*                   SWEEPRPT AS HELD, COUNTED ON THE CHECKPOINT
002053*                   AND THE SWEEPSTG TRAILER, AND LOGGED.
002054*****************************************************************
002055 ENVIRONMENT DIVISION.
002056 CONFIGURATION SECTION.
002060 SOURCE-COMPUTER. IBM-370.
002070 OBJECT-COMPUTER. IBM-370.
002080 INPUT-OUTPUT SECTION.
002460     SELECT SWEEPSTG ASSIGN TO "SWEEPSTG"
002470         ORGANIZATION IS LINE SEQUENTIAL
002480         FILE STATUS IS WS-SWEEPSTG-STATUS.
002481     SELECT PGMREG ASSIGN TO "PGMREG"
002482         ORGANIZATION IS INDEXED
002483         ACCESS MODE IS RANDOM
002484         RECORD KEY IS PGMREG-KEY
002485         FILE STATUS IS WS-PGMREG-STATUS.
002486     SELECT APRVCTL ASSIGN TO "APRVCTL"
002487         ORGANIZATION IS LINE SEQUENTIAL
002488         FILE STATUS IS WS-APRVCTL-STATUS.
002489     SELECT APRVQUE ASSIGN TO "APRVQUE"
002490         ORGANIZATION IS INDEXED
002491         ACCESS MODE IS DYNAMIC
002492         RECORD KEY IS APRVQ-KEY
002493         FILE STATUS IS WS-APRVQUE-STATUS.
002494 DATA DIVISION.
002500 FILE SECTION.
002510 FD  PARMFILE
002520     RECORDING MODE IS F.
002960     05  SWEEPCKP-REUSED            PIC 9(05).
002970     05  SWEEPCKP-PARTITION         PIC 9(03).
002980     05  SWEEPCKP-PARTITIONS        PIC 9(03).
002985     05  SWEEPCKP-HELD              PIC 9(05).
002990 FD  SWEEPSTG
003000     RECORDING MODE IS F.
003010     COPY SWEEPSTG.
003012 FD  PGMREG
003014     RECORDING MODE IS F.
003016     COPY PGMREG.
003017 FD  APRVCTL
003018     RECORDING MODE IS F.
003019 01  APRVCTL-REC.
003020     05  APRVCTL-PROGRAM-ID         PIC X(08).
003021     05  APRVCTL-THRESHOLD          PIC 9(18).
003022     05  APRVCTL-EXPIRY-HOURS       PIC 9(03).
003023 FD  APRVQUE
003024     RECORDING MODE IS F.
003025     COPY APRVQUE.
003026 WORKING-STORAGE SECTION.
003030*-----------------------------------------------------------------
003040* RUN-TIME CONTROL VALUES
003050*-----------------------------------------------------------------
003280 01  WS-RESSTG-STATUS               PIC X(02) VALUE SPACES.
003290     88  RESSTG-OK                  VALUE '00'.
003300 01  WS-OPERATOR-ID                 PIC X(08) VALUE SPACES.
003302 01  WS-RUN-ID.
003304     05  WS-RUN-ID-STAMP            PIC X(16).
003306     05  WS-RUN-ID-ORIGIN           PIC X(08).
003310*-----------------------------------------------------------------
003320* OPERATOR AUTHORIZATION WORK AREAS.  THE CEILING IS TAKEN FROM
003330* THE PGMREG REGISTRY FOR THE OPERATOR'S AUTHORITY LEVEL ONCE
003340* THE OPERMAST RECORD IS FOUND, AND EVERY LIMIT IS CHECKED
003345* AGAINST IT.
003350*-----------------------------------------------------------------
003360 01  WS-OPERMAST-STATUS             PIC X(02) VALUE SPACES.
003370     88  OPERMAST-OK                VALUE '00'.
003400     88  OPERATOR-FOUND             VALUE 'Y'.
003410 01  WS-OPERATOR-LEVEL              PIC 9(01) VALUE 0.
003420 01  WS-LEVEL-CEILING               PIC 9(18) VALUE 0.
003427 01  WS-PGMREG-STATUS               PIC X(02) VALUE SPACES.
003434     88  PGMREG-OK                  VALUE '00'.
003441 01  WS-EDIT-LEVEL                  PIC 9(01).
003450*-----------------------------------------------------------------
003460* PARAMETER-SWEEP CONTROL.  A PARM OF 'SWEEP' TURNS THE RUN INTO
003470* ONE FULL COMPUTATION PER PARMFILE RECORD.
003950 01  WS-PRIOR-RESULT                PIC 9(38) VALUE ZERO.
003960 01  WS-SWEEP-REUSED                PIC 9(05) VALUE ZERO.
003970 01  WS-EDIT-SWEEP-REUSE            PIC Z(4)9.
003973 01  WS-SWEEP-HELD                  PIC 9(05) VALUE ZERO.
003976 01  WS-EDIT-SWEEP-HELD             PIC Z(4)9.
003980     COPY INQAREA.
003990*-----------------------------------------------------------------
004000* SWEEP-RESTART CONTROL.  EVERY HANDLED PARMFILE SET CHECKPOINTS
004580 01  WS-EDIT-TOTAL                  PIC Z(37)9.
004590 01  WS-EDIT-ACTION                 PIC X(08).
004600 01  WS-EDIT-LIMIT                  PIC Z(17)9.
004601*-----------------------------------------------------------------
004602* DUAL-APPROVAL CONTROL.  A LIMIT OVER PROBLEM1'S APRVCTL
004603* THRESHOLD IS ONLY COMPUTED UNDER AN UNEXPIRED APPROVAL ON
004604* APRVQUE FROM A SECOND OPERATOR; OTHERWISE IT IS QUEUED THERE
004605* AS PENDING AND THE RUN IS HELD.
004606*-----------------------------------------------------------------
004607 01  WS-APRVCTL-STATUS              PIC X(02) VALUE SPACES.
004608     88  APRVCTL-OK                 VALUE '00'.
004609 01  WS-APRVQUE-STATUS              PIC X(02) VALUE SPACES.
004610     88  APRVQUE-OK                 VALUE '00'.
004611     88  APRVQUE-NOT-FOUND          VALUE '35'.
004612 01  WS-APPROVAL-THRESHOLD          PIC 9(18) VALUE ZERO.
004613 01  WS-APPROVAL-VERDICT            PIC X(01) VALUE 'C'.
004614     88  APPROVAL-CLEAR             VALUE 'C'.
004615     88  APPROVAL-GRANTED           VALUE 'A'.
004616     88  APPROVAL-HELD              VALUE 'H'.
004617 01  WS-APRV-SCAN-FLAG              PIC X(01) VALUE 'N'.
004618     88  APRV-SCAN-DONE             VALUE 'Y'.
004619 01  WS-APRV-NOW                    PIC X(21) VALUE SPACES.
004620 01  WS-APRV-USE-KEY                PIC X(33) VALUE SPACES.
004621 01  WS-APRV-PENDING-KEY            PIC X(33) VALUE SPACES.
004622*-----------------------------------------------------------------
004623* COMMON MESSAGE-ROUTINE PARAMETER AREA AND THE SUITE'S STANDARD
004630* RETURN-CODE CLASSES (SEE EULERMSG).
004640*-----------------------------------------------------------------
004650     COPY MSGAREA.
004710         PERFORM 8000-SWEEP-LIMITS THRU 8000-EXIT
004720     ELSE
004730         PERFORM 1400-CHECK-PRIOR-RESULT THRU 1400-EXIT
004731         IF NOT RESULT-REUSED
004732             PERFORM 1500-CHECK-APPROVAL THRU 1500-EXIT
004733             IF APPROVAL-HELD
004734                 MOVE RC-APPROVAL-HELD TO RETURN-CODE
004735                 GOBACK
004736             END-IF
004737         END-IF
004740         PERFORM 2900-OPEN-RECONRPT THRU 2900-EXIT
004750         IF RESULT-REUSED
004760             MOVE WS-PRIOR-RESULT TO LOOP-SUM
005060* VALIDATE IT BEFORE ANY PROCESSING BEGINS.
005070*-----------------------------------------------------------------
005080 1000-INITIALIZE.
005085     PERFORM 1050-GET-RUN-ID THRU 1050-EXIT.
005090     PERFORM 1100-GET-LOOP-LIMIT THRU 1100-EXIT.
005100*    THE OPERATOR IS RESOLVED AND AUTHORIZED BEFORE ANY LIMIT IS
005110*    VALIDATED -- THE AUTHORITY-LEVEL CEILING IS PART OF THE
005120*    LIMIT CHECK.
005130     PERFORM 1300-GET-OPERATOR-ID THRU 1300-EXIT.
005140     PERFORM 1320-GET-REUSE-OPTION THRU 1320-EXIT.
005145     PERFORM 1380-GET-APPROVAL-THRESHOLD THRU 1380-EXIT.
005150*    IN SWEEP MODE EACH PARMFILE RECORD IS VALIDATED AS IT IS
005160*    PROCESSED, SO THERE IS NO SINGLE UP-FRONT LIMIT TO CHECK.
005170     IF NOT SWEEP-MODE
005200 1000-EXIT.
005210     EXIT.
005220
005221*-----------------------------------------------------------------
005222* 1050-GET-RUN-ID -- PICK UP THE RUN CORRELATION ID EULERDRV
005223* PUBLISHED IN THE EULERRUN-ID ENVIRONMENT VARIABLE.  A RUN
005224* OUTSIDE THE DRIVER FINDS NONE AND MINTS ITS OWN (START STAMP
005225* PLUS PROGRAM ID), PUBLISHING IT THE SAME WAY SO EULERINQ AND
005226* EULERMSG STAMP THE SAME ID ON WHAT THEY WRITE.
005227*-----------------------------------------------------------------
005228 1050-GET-RUN-ID.
005229     MOVE SPACES TO WS-RUN-ID.
005230     DISPLAY "EULERRUN-ID" UPON ENVIRONMENT-NAME.
005231     ACCEPT WS-RUN-ID FROM ENVIRONMENT-VALUE.
005232     IF WS-RUN-ID = SPACES
005233         MOVE FUNCTION CURRENT-DATE(1:16) TO WS-RUN-ID-STAMP
005234         MOVE "PROBLEM1" TO WS-RUN-ID-ORIGIN
005235         DISPLAY "EULERRUN-ID" UPON ENVIRONMENT-NAME
005236         DISPLAY WS-RUN-ID UPON ENVIRONMENT-VALUE
005237     END-IF.
005238     MOVE WS-RUN-ID TO MSG-RUN-ID.
005239 1050-EXIT.
005240     EXIT.
005241
005242 1100-GET-LOOP-LIMIT.
005243*    WHEN EULERDRV CALLS THIS PROGRAM, THE EULERDRV-CALLED MARKER
005250*    IS SET FOR THE DURATION OF THE RUN UNIT.  A CALLED PROGRAM
005260*    INHERITS ITS CALLER'S COMMAND LINE RATHER THAN ANY PARM OF
005270*    ITS OWN, SO THAT SOURCE IS SKIPPED IN FAVOR OF PARMFILE WHEN
006930*-----------------------------------------------------------------
006940* 1350-VALIDATE-OPERATOR -- LOOK THE SUBMITTED ID UP ON OPERMAST.
006950* AN UNREADABLE MASTER, AN UNKNOWN ID OR AN INACTIVE ID ABENDS
006960* THE RUN.  THE OPERATOR'S AUTHORITY LEVEL THEN SETS THE LIMIT
006970* CEILING FROM THE PGMREG REGISTRY (SEE 1370).  A MIS-KEYED
006980* LEVEL ON THE MASTER IS TREATED AS LEVEL 1 RATHER THAN AS
006990* UNRESTRICTED.
007000*-----------------------------------------------------------------
007010 1350-VALIDATE-OPERATOR.
007020     MOVE 'N' TO WS-OPER-FOUND-FLAG.
007370     ELSE
007380         MOVE 1 TO WS-OPERATOR-LEVEL
007390     END-IF.
007400     PERFORM 1370-CHECK-REGISTRY THRU 1370-EXIT.
007480 1350-EXIT.
007490     EXIT.
007500
007590     END-READ.
007600 1360-EXIT.
007610     EXIT.
007611
007612*-----------------------------------------------------------------
007613* 1370-CHECK-REGISTRY -- READ PROBLEM1'S OWN ENTRY ON THE PGMREG
007614* PROGRAM REGISTRY.  AN UNREADABLE REGISTRY, OR AN ENTRY THAT IS
007615* MISSING OR INACTIVE, ABENDS THE RUN, AS DOES AN OPERATOR BELOW
007616* THE ENTRY'S MINIMUM LEVEL OR A SWEEP THE ENTRY DOES NOT
007617* SUPPORT.  THE LIMIT CEILING IS THE ENTRY'S CEILING FOR THE
007618* OPERATOR'S LEVEL; ZERO MEANS THE REGISTRY SETS NONE, LEAVING
007619* ONLY WS-MAX-LOOP-LIMIT.  AN ENTRY THAT DOES NOT ALLOW REUSE
007620* TURNS THE PRIOR-RESULT CHECK OFF AS A 'FRESH' CARD WOULD.
007621*-----------------------------------------------------------------
007622 1370-CHECK-REGISTRY.
007623     OPEN INPUT PGMREG.
007624     IF NOT PGMREG-OK
007625         MOVE "PB1022E" TO MSG-ID
007626         STRING "PROGRAM REGISTRY PGMREG"
007627             " UNAVAILABLE, STATUS " WS-PGMREG-STATUS
007628             DELIMITED BY SIZE INTO MSG-TEXT
007629         PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
007630         MOVE RC-FILE-ERROR TO RETURN-CODE
007631         GOBACK
007632     END-IF.
007633     MOVE "PROBLEM1" TO PGMREG-PROGRAM-ID.
007634     READ PGMREG
007635         INVALID KEY
007636             MOVE 'N' TO PGMREG-ACTIVE-FLAG
007637     END-READ.
007638     CLOSE PGMREG.
007639     IF NOT PGMREG-ACTIVE
007640         MOVE "PB1023E" TO MSG-ID
007641         MOVE "PROBLEM1 NOT REGISTERED AND ACTIVE ON PGMREG"
007642             TO MSG-TEXT
007643         PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
007644         MOVE RC-PARM-ERROR TO RETURN-CODE
007645         GOBACK
007646     END-IF.
007647     IF WS-OPERATOR-LEVEL < PGMREG-MIN-AUTH-LEVEL
007648         MOVE PGMREG-MIN-AUTH-LEVEL TO WS-EDIT-LEVEL
007649         MOVE "PB1024E" TO MSG-ID
007650         STRING "OPERATOR " WS-OPERATOR-ID
007651             " BELOW PROBLEM1 MINIMUM LEVEL " WS-EDIT-LEVEL
007652             " - REJECTED"
007653             DELIMITED BY SIZE INTO MSG-TEXT
007654         PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
007655         MOVE RC-PARM-ERROR TO RETURN-CODE
007656         GOBACK
007657     END-IF.
007658     IF SWEEP-MODE AND NOT PGMREG-SWEEP-SUPPORTED
007659         MOVE "PB1025E" TO MSG-ID
007660         MOVE "SWEEP NOT SUPPORTED FOR PROBLEM1 ON PGMREG"
007661             TO MSG-TEXT
007662         PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
007663         MOVE RC-PARM-ERROR TO RETURN-CODE
007664         GOBACK
007665     END-IF.
007666     IF PGMREG-LEVEL-CEILING (WS-OPERATOR-LEVEL) = ZERO
007667         MOVE WS-MAX-LOOP-LIMIT TO WS-LEVEL-CEILING
007668     ELSE
007669         MOVE PGMREG-LEVEL-CEILING (WS-OPERATOR-LEVEL)
007670             TO WS-LEVEL-CEILING
007671     END-IF.
007672     IF NOT PGMREG-REUSE-SUPPORTED
007673         MOVE 'N' TO WS-REUSE-FLAG
007674     END-IF.
007675 1370-EXIT.
007676     EXIT.
007677
007678*-----------------------------------------------------------------
007679* 1320-GET-REUSE-OPTION -- READ THE REUSECTL CONTROL CARD.  A
007680* CARD OF 'FRESH' FORCES A FULL COMPUTE FOR A DELIBERATE
007681* RE-VERIFY; ANY OTHER CARD, OR NO FILE AT ALL, LEAVES THE
007682* PRIOR-RESULT REUSE CHECK ON.
007683*-----------------------------------------------------------------
007690 1320-GET-REUSE-OPTION.
007700     OPEN INPUT REUSECTL.
007710     IF REUSECTL-OK
007810     END-IF.
007820 1320-EXIT.
007830     EXIT.
007831
007832*-----------------------------------------------------------------
007833* 1380-GET-APPROVAL-THRESHOLD -- FIND PROBLEM1'S CARD ON THE
007834* APRVCTL CONTROL FILE.  ITS THRESHOLD IS THE LARGEST LIMIT ONE
007835* OPERATOR MAY RUN ON THEIR OWN AUTHORITY; ABOVE IT A SECOND
007836* OPERATOR MUST APPROVE THE RUN THROUGH EULERAPV FIRST.  NO FILE,
007837* NO CARD OR A ZERO THRESHOLD LEAVES THE APPROVAL GATE OFF.
007838*-----------------------------------------------------------------
007839 1380-GET-APPROVAL-THRESHOLD.
007840     MOVE ZERO TO WS-APPROVAL-THRESHOLD.
007841     OPEN INPUT APRVCTL.
007842     IF NOT APRVCTL-OK
007843         GO TO 1380-EXIT
007844     END-IF.
007845     PERFORM 1385-MATCH-APPROVAL-CARD THRU 1385-EXIT
007846         UNTIL NOT APRVCTL-OK.
007847     CLOSE APRVCTL.
007848 1380-EXIT.
007849     EXIT.
007850
007851 1385-MATCH-APPROVAL-CARD.
007852     READ APRVCTL
007853         AT END
007854             CONTINUE
007855         NOT AT END
007856             IF APRVCTL-PROGRAM-ID = "PROBLEM1"
007857                     AND APRVCTL-THRESHOLD IS NUMERIC
007858                 MOVE APRVCTL-THRESHOLD TO WS-APPROVAL-THRESHOLD
007859             END-IF
007860     END-READ.
007861 1385-EXIT.
007862     EXIT.
007863
007864*-----------------------------------------------------------------
007865* 1400-CHECK-PRIOR-RESULT -- ASK EULERINQ FOR THE LATEST
007870* EULERRES RUN WITH EXACTLY THIS PARAMETER SET (PROBLEM1 RUNS
007880* CARRY ZERO SEEDS AND A BLANK MODE).  A HIT LEAVES THE PRIOR
007890* ANSWER AND THE 'R' SOURCE FLAG BEHIND; THE CALLER SKIPS THE
008260     END-IF.
008270 1400-EXIT.
008280     EXIT.
008281
008282*-----------------------------------------------------------------
008283* 1500-CHECK-APPROVAL -- THE DUAL-APPROVAL GATE, RUN JUST BEFORE
008284* THE COMPUTATION (ONCE PER SET ON A SWEEP).  A LIMIT AT OR UNDER
008285* THE THRESHOLD IS CLEAR.  ABOVE IT, APRVQUE IS SEARCHED FOR
008286* PROBLEM1 REQUESTS FOR THIS EXACT LIMIT.  AN APPROVED ONE NOT YET
008287* EXPIRED IS TAKEN -- MARKED USED BY THIS RUN -- AND THE RUN GOES
008288* AHEAD; ONE STILL PENDING HOLDS THE RUN AGAIN WITHOUT QUEUEING A
008289* DUPLICATE; OTHERWISE A NEW PENDING REQUEST IS QUEUED AND THE RUN
008290* IS HELD.  REJECTED, EXPIRED AND USED REQUESTS ARE PASSED OVER.
008291* THE HELD REQUEST'S KEY IS LEFT IN WS-APRV-PENDING-KEY.
008293*-----------------------------------------------------------------
008294 1500-CHECK-APPROVAL.
008295     SET APPROVAL-CLEAR TO TRUE.
008296     IF WS-APPROVAL-THRESHOLD = ZERO
008297             OR LOOP-LIMIT NOT > WS-APPROVAL-THRESHOLD
008298         GO TO 1500-EXIT
008299     END-IF.
008300     MOVE FUNCTION CURRENT-DATE TO WS-APRV-NOW.
008301     MOVE SPACES TO WS-APRV-USE-KEY.
008302     MOVE SPACES TO WS-APRV-PENDING-KEY.
008303     OPEN I-O APRVQUE.
008304     IF APRVQUE-NOT-FOUND
008305         OPEN OUTPUT APRVQUE
008306         CLOSE APRVQUE
008307         OPEN I-O APRVQUE
008308     END-IF.
008309     IF NOT APRVQUE-OK
008310         MOVE "PB1026E" TO MSG-ID
008311         STRING "APPROVAL QUEUE APRVQUE"
008312             " UNAVAILABLE, STATUS " WS-APRVQUE-STATUS
008313             DELIMITED BY SIZE INTO MSG-TEXT
008314         PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
008315         MOVE RC-FILE-ERROR TO RETURN-CODE
008316         GOBACK
008317     END-IF.
008318     MOVE 'N' TO WS-APRV-SCAN-FLAG.
008319     MOVE LOW-VALUES TO APRVQ-KEY.
008320     MOVE "PROBLEM1" TO APRVQ-PROGRAM-ID.
008321     START APRVQUE KEY IS NOT LESS THAN APRVQ-KEY
008322         INVALID KEY
008323             SET APRV-SCAN-DONE TO TRUE
008324     END-START.
008325     PERFORM 1510-SCAN-QUEUE THRU 1510-EXIT
008326         UNTIL APRV-SCAN-DONE.
008327     MOVE LOOP-LIMIT TO WS-EDIT-LIMIT.
008328     IF WS-APRV-USE-KEY NOT = SPACES
008329         PERFORM 1520-TAKE-APPROVAL THRU 1520-EXIT
008330     ELSE
008331         SET APPROVAL-HELD TO TRUE
008332         IF WS-APRV-PENDING-KEY NOT = SPACES
008333             MOVE "PB1029W" TO MSG-ID
008334             STRING "LIMIT "
008335                 FUNCTION TRIM(WS-EDIT-LIMIT)
008336                 " STILL PENDING AS " WS-APRV-PENDING-KEY
008337                 DELIMITED BY SIZE INTO MSG-TEXT
008338             PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
008339         ELSE
008340             PERFORM 1530-QUEUE-REQUEST THRU 1530-EXIT
008341         END-IF
008342     END-IF.
008343     CLOSE APRVQUE.
008344 1500-EXIT.
008345     EXIT.
008346
008347*    ONE REQUEST OFF THE QUEUE.  THE SCAN ENDS AT THE FIRST
008348*    USABLE APPROVAL OR AT THE END OF PROBLEM1'S REQUESTS.
008349 1510-SCAN-QUEUE.
008350     READ APRVQUE NEXT RECORD
008351         AT END
008352             SET APRV-SCAN-DONE TO TRUE
008353             GO TO 1510-EXIT
008354     END-READ.
008355     IF APRVQ-PROGRAM-ID NOT = "PROBLEM1"
008356         SET APRV-SCAN-DONE TO TRUE
008357         GO TO 1510-EXIT
008358     END-IF.
008359     IF APRVQ-LOOP-LIMIT NOT = LOOP-LIMIT
008360         GO TO 1510-EXIT
008361     END-IF.
008362     IF APRVQ-APPROVED
008363             AND APRVQ-EXPIRES-AT NOT < WS-APRV-NOW(1:14)
008364         MOVE APRVQ-KEY TO WS-APRV-USE-KEY
008365         SET APRV-SCAN-DONE TO TRUE
008366         GO TO 1510-EXIT
008367     END-IF.
008368     IF APRVQ-PENDING
008369         MOVE APRVQ-KEY TO WS-APRV-PENDING-KEY
008370     END-IF.
008371 1510-EXIT.
008372     EXIT.
008373
008374*    MARK THE APPROVAL USED BY THIS RUN SO IT COVERS NO OTHER,
008375*    AND RECORD WHO RAN IT UNDER WHICH RUN ID.
008376 1520-TAKE-APPROVAL.
008377     MOVE WS-APRV-USE-KEY TO APRVQ-KEY.
008378     READ APRVQUE
008379         INVALID KEY
008380             CONTINUE
008381     END-READ.
008382     IF NOT APRVQUE-OK
008383         PERFORM 1590-QUEUE-FAILURE THRU 1590-EXIT
008384     END-IF.
008385     SET APRVQ-USED TO TRUE.
008386     MOVE WS-OPERATOR-ID TO APRVQ-USED-BY.
008387     MOVE WS-RUN-ID TO APRVQ-USED-RUN-ID.
008388     MOVE WS-APRV-NOW TO APRVQ-USED-AT.
008389     REWRITE APRVQ-REC
008390         INVALID KEY
008391             CONTINUE
008392     END-REWRITE.
008393     IF NOT APRVQUE-OK
008394         PERFORM 1590-QUEUE-FAILURE THRU 1590-EXIT
008395     END-IF.
008396     SET APPROVAL-GRANTED TO TRUE.
008397     MOVE "PB1027I" TO MSG-ID.
008398     STRING "RUNNING UNDER APPROVAL " APRVQ-KEY
008399         " BY " APRVQ-DECIDED-BY
008400         DELIMITED BY SIZE INTO MSG-TEXT.
008401     PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT.
008402 1520-EXIT.
008403     EXIT.
008404
008405*    QUEUE A NEW PENDING REQUEST FOR A SECOND OPERATOR TO
008406*    APPROVE OR REJECT THROUGH EULERAPV.
008407 1530-QUEUE-REQUEST.
008408     MOVE SPACES TO APRVQ-REC.
008409     MOVE "PROBLEM1" TO APRVQ-PROGRAM-ID.
008410     MOVE WS-APRV-NOW(1:16) TO APRVQ-REQUEST-STAMP.
008411     MOVE WS-SWEEP-SET-NUMBER TO APRVQ-SET-NUMBER.
008412     SET APRVQ-PENDING TO TRUE.
008413     MOVE LOOP-LIMIT TO APRVQ-LOOP-LIMIT.
008414     MOVE ZERO TO APRVQ-SEED-FIB1.
008415     MOVE ZERO TO APRVQ-SEED-FIB2.
008416     MOVE WS-APPROVAL-THRESHOLD TO APRVQ-THRESHOLD.
008417     MOVE WS-OPERATOR-ID TO APRVQ-REQUESTED-BY.
008418     MOVE WS-RUN-ID TO APRVQ-REQUEST-RUN-ID.
008419     MOVE WS-APRV-NOW TO APRVQ-REQUESTED-AT.
008420     WRITE APRVQ-REC
008421         INVALID KEY
008422             CONTINUE
008423     END-WRITE.
008424     IF NOT APRVQUE-OK
008425         PERFORM 1590-QUEUE-FAILURE THRU 1590-EXIT
008426     END-IF.
008427     MOVE APRVQ-KEY TO WS-APRV-PENDING-KEY.
008428     MOVE "PB1028W" TO MSG-ID.
008429     STRING "LIMIT "
008430         FUNCTION TRIM(WS-EDIT-LIMIT)
008431         " HELD FOR APPROVAL AS " APRVQ-KEY
008432         DELIMITED BY SIZE INTO MSG-TEXT.
008433     PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT.
008434 1530-EXIT.
008435     EXIT.
008436
008437 1590-QUEUE-FAILURE.
008438     MOVE "PB1030E" TO MSG-ID.
008439     STRING "UNABLE TO UPDATE APRVQUE REQUEST " APRVQ-KEY
008440         ", STATUS " WS-APRVQUE-STATUS
008441         DELIMITED BY SIZE INTO MSG-TEXT.
008442     PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT.
008443     MOVE RC-FILE-ERROR TO RETURN-CODE.
008444     GOBACK.
008445 1590-EXIT.
008446     EXIT.
008447
008448*-----------------------------------------------------------------
008449* 2950-NOTE-REUSED-RESULT -- THE LISTING STILL GETS A LINE SO AN
008450* AUDITOR READING RECONRPT KNOWS WHY THERE IS NO DIVISOR WORK
008451* BEHIND THIS RUN'S ANSWER.
008452*-----------------------------------------------------------------
008453 2950-NOTE-REUSED-RESULT.
008454     MOVE SPACES TO RECONRPT-REC.
008455     STRING "  RESULT REUSED FROM PRIOR RUN "
008456         DELIMITED BY SIZE
008457         INQ-RUN-TIMESTAMP DELIMITED BY SIZE
008458         INTO RECONRPT-REC.
008459     WRITE RECONRPT-REC.
008460 2950-EXIT.
008461     EXIT.
008462
008463*-----------------------------------------------------------------
008464* 3000-PROCESS-DIVISORS -- DRIVE DIVBYX FROM THE DIVTAB CONTROL
008470* FILE SO THE INCLUSION-EXCLUSION SET IS NOT HARD-CODED.  WHEN
008480* DIVTAB IS NOT PRESENT, FALL BACK TO THE ORIGINAL 3/5/15 SET.
008490* THE RECONRPT DETAIL LISTING IS BUILT ALONGSIDE LOOP-SUM SO THE
010280     MOVE WS-CURRENT-DATE-YYYYMMDD  TO RESLOUT-RUN-DATE.
010290     MOVE LOOP-SUM                  TO RESLOUT-RESULT-VALUE.
010300     MOVE WS-RESULT-SOURCE          TO RESLOUT-SOURCE-FLAG.
010305     MOVE WS-RUN-ID                 TO RESLOUT-RUN-ID.
010310     WRITE RESLOUT-REC.
010320     CLOSE RESULTOUT.
010330 5000-EXIT.
010620     MOVE LOOP-SUM            TO HIST-COMPUTED-SUM.
010630     MOVE WS-TIMESTAMP        TO HIST-TIMESTAMP.
010640     MOVE WS-RESULT-SOURCE    TO HIST-RUN-SOURCE.
010645     MOVE WS-RUN-ID           TO HIST-RUN-ID.
010650     WRITE HISTREC.
010660     CLOSE HISTSTG.
010670 6000-EXIT.
011010     MOVE LOOP-SUM            TO EULERRES-RESULT-VALUE.
011020     MOVE WS-TIMESTAMP        TO EULERRES-RUN-TIMESTAMP.
011030     MOVE WS-OPERATOR-ID      TO EULERRES-OPERATOR-ID.
011035     MOVE WS-RUN-ID           TO EULERRES-RUN-ID.
011036*    A FRESH RESULT IS ALWAYS ACTIVE; ONLY EULERVOD VOIDS ONE.
011037     SET EULERRES-ACTIVE      TO TRUE.
011038     MOVE SPACES              TO EULERRES-REASON-CODE.
011040     WRITE EULERRES-REC.
011050     CLOSE RESSTG.
011060 6500-EXIT.
011360     MOVE LOOP-LIMIT               TO RUNSTAT-LOOP-LIMIT.
011370     MOVE WS-STAT-ITERATIONS       TO RUNSTAT-ITERATIONS.
011380     MOVE WS-STAT-DETAIL-LINES     TO RUNSTAT-DETAIL-LINES.
011385     MOVE WS-RUN-ID                TO RUNSTAT-RUN-ID.
011390     WRITE RUNSTAT-REC.
011400     CLOSE RUNSTATS.
011410 6800-EXIT.
012730* 8150-SWEEP-ONE-SET -- ONE PARMFILE RECORD.  AN UNUSABLE RECORD
012740* (NONNUMERIC) IS SKIPPED; A LIMIT THAT FAILS THE STANDARD CHECKS
012750* IS COUNTED AS FAILED; ANYTHING ELSE GETS THE FULL COMPUTATION
012760* AND ITS OWN RESULTOUT/HISTFILE/EULERRES RECORDS -- UNLESS
012763* THE LIMIT IS OVER THE APPROVAL THRESHOLD WITH NO APPROVAL ON
012766* APRVQUE, WHEN THE SET IS HELD AND REPORTED, NOT COMPUTED.
012770*-----------------------------------------------------------------
012780 8150-SWEEP-ONE-SET.
012790     IF PARMFILE-LIMIT IS NOT NUMERIC
013060         MOVE WS-CURRENT-DATE-YYYYMMDD  TO RESLOUT-RUN-DATE
013070         MOVE LOOP-SUM                  TO RESLOUT-RESULT-VALUE
013080         MOVE WS-RESULT-SOURCE          TO RESLOUT-SOURCE-FLAG
013085         MOVE WS-RUN-ID                 TO RESLOUT-RUN-ID
013090         WRITE RESLOUT-REC
013100         MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
013110         PERFORM 6000-WRITE-HISTORY THRU 6000-EXIT
013210         WRITE SWEEPRPT-REC
013220         GO TO 8150-EXIT
013230     END-IF.
013231*    A LIMIT OVER THE APPROVAL THRESHOLD NEEDS AN APPROVAL.
013232     PERFORM 1500-CHECK-APPROVAL THRU 1500-EXIT.
013233     IF APPROVAL-HELD
013234         ADD 1 TO WS-SWEEP-HELD
013235         MOVE LOOP-LIMIT TO WS-EDIT-LIMIT
013236         MOVE SPACES TO SWEEPRPT-REC
013237         STRING "  SET HELD FOR APPROVAL - LIMIT "
013238             DELIMITED BY SIZE
013239             FUNCTION TRIM(WS-EDIT-LIMIT) DELIMITED BY SIZE
013240             INTO SWEEPRPT-REC
013241         WRITE SWEEPRPT-REC
013242         MOVE SPACES TO SWEEPRPT-REC
013243         STRING "    AWAITING APPROVAL ON REQUEST "
013244             DELIMITED BY SIZE
013245             WS-APRV-PENDING-KEY DELIMITED BY SIZE
013246             INTO SWEEPRPT-REC
013247         WRITE SWEEPRPT-REC
013248         GO TO 8150-EXIT
013249     END-IF.
013250     MOVE ZERO TO LOOP-SUM.
013251     MOVE ZERO TO WS-STAT-ITERATIONS.
013260     MOVE ZERO TO WS-STAT-DETAIL-LINES.
013270     MOVE FUNCTION CURRENT-DATE TO WS-STAT-START-TIMESTAMP.
013280     PERFORM 3000-PROCESS-DIVISORS THRU 3000-EXIT.
013320     MOVE WS-CURRENT-DATE-YYYYMMDD  TO RESLOUT-RUN-DATE.
013330     MOVE LOOP-SUM                  TO RESLOUT-RESULT-VALUE.
013340     MOVE WS-RESULT-SOURCE          TO RESLOUT-SOURCE-FLAG.
013345     MOVE WS-RUN-ID                 TO RESLOUT-RUN-ID.
013350     WRITE RESLOUT-REC.
013360     MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP.
013370     PERFORM 6000-WRITE-HISTORY THRU 6000-EXIT.
013680         INTO SWEEPRPT-REC.
013690     WRITE SWEEPRPT-REC.
013700     DISPLAY FUNCTION TRIM(SWEEPRPT-REC).
013701     MOVE WS-SWEEP-HELD      TO WS-EDIT-SWEEP-HELD.
013702     MOVE SPACES TO SWEEPRPT-REC.
013703     STRING "  SETS HELD FOR APPROVAL " DELIMITED BY SIZE
013704         FUNCTION TRIM(WS-EDIT-SWEEP-HELD) DELIMITED BY SIZE
013705         INTO SWEEPRPT-REC.
013706     WRITE SWEEPRPT-REC.
013707     DISPLAY FUNCTION TRIM(SWEEPRPT-REC).
013710 8500-EXIT.
013720     EXIT.
013730
013940                     TO WS-CKP-PARTITION
013950                 MOVE SWEEPCKP-PARTITIONS
013960                     TO WS-CKP-PARTITIONS
013962                 IF SWEEPCKP-HELD IS NUMERIC
013964                     MOVE SWEEPCKP-HELD TO WS-SWEEP-HELD
013966                 END-IF
013970         END-READ
013980         CLOSE SWEEPCKP
013990     END-IF.
014360     MOVE WS-SWEEP-REUSED     TO SWEEPCKP-REUSED.
014370     MOVE WS-SWEEP-PARTITION  TO SWEEPCKP-PARTITION.
014380     MOVE WS-SWEEP-PARTITIONS TO SWEEPCKP-PARTITIONS.
014385     MOVE WS-SWEEP-HELD       TO SWEEPCKP-HELD.
014390     WRITE SWEEPCKP-REC.
014400     CLOSE SWEEPCKP.
014410 8700-EXIT.
014740     MOVE WS-SWEEP-REUSED      TO SWPSTG-REUSED.
014750     MOVE WS-SWEEP-SET-NUMBER  TO SWPSTG-RECORDS-SEEN.
014760     MOVE WS-TIMESTAMP         TO SWPSTG-RUN-TIMESTAMP.
014765     MOVE WS-RUN-ID            TO SWPSTG-RUN-ID.
014767     MOVE WS-SWEEP-HELD        TO SWPSTG-HELD.
014770     WRITE SWPSTG-REC.
014780     CLOSE SWEEPSTG.
014790 8800-EXIT.
