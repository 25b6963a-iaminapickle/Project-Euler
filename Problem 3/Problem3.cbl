000990*                   CAN MATCH THE HISTFILE AND EULERRES MASTERS
001000*                   RECORD FOR RECORD ON PROGRAM, TARGET AND
001010*                   TIMESTAMP.
001011*  10/15/2026 DLW   EVERY RECORD THE RUN WRITES (RESULTOUT,
001012*                   HISTSTG, RESSTG, RUNSTATS) NOW CARRIES THE
001013*                   RUN CORRELATION ID, TAKEN FROM THE EULERRUN-ID
001014*                   ENVIRONMENT VARIABLE EULERDRV SETS.  A
001015*                   STANDALONE RUN MINTS ITS OWN ID AND PUBLISHES
001016*                   IT THE SAME WAY SO EULERINQ AND EULERMSG
001017*                   CARRY IT TOO.
001018*  10/15/2026 DLW   THE RESSTG TREND RECORD IS WRITTEN WITH THE
001019*                   NEW ACTIVE RECORD STATUS AND A BLANK
001020*                   CORRECTION REASON CODE.  EULERINQ NO LONGER
001021*                   RETURNS A VOIDED RECORD, SO THE PRIOR-RESULT
001022*                   REUSE CHECK NEVER REUSES ONE.
001023*  10/15/2026 DLW   THE AUTHORITY CEILINGS ARE NO LONGER HARD-
001024*                   CODED.  ONCE THE OPERATOR IS AUTHORIZED,
001025*                   PROBLEM3'S OWN ENTRY ON THE PGMREG PROGRAM
001026*                   REGISTRY IS READ: THE RUN IS REJECTED IF
001027*                   PROBLEM3 IS NOT REGISTERED OR INACTIVE OR IF
001028*                   THE OPERATOR IS BELOW ITS MINIMUM LEVEL.  THE
001029*                   TARGET CEILING IS THE REGISTRY'S FOR THE
001030*                   OPERATOR'S LEVEL (ZERO MEANING NONE), AND THE
001031*                   PRIOR-RESULT REUSE CHECK IS SWITCHED OFF WHEN
001032*                   THE REGISTRY DOES NOT ALLOW REUSE.
001033*  10/15/2026 DLW   DUAL-APPROVAL GATE.  A TARGET OVER PROBLEM3'S
001034*                   THRESHOLD ON THE NEW APRVCTL CONTROL FILE IS
001035*                   ONLY FACTORED UNDER AN UNEXPIRED APPROVAL ON
001036*                   APRVQUE FROM A SECOND OPERATOR (SEE EULERAPV).
001037*                   WITHOUT ONE IT IS QUEUED THERE AS PENDING,
001038*                   LOGGED, AND THE RUN ENDS WITH RETURN CODE
001039*                   RC-APPROVAL-HELD.
001040*****************************************************************
001041 ENVIRONMENT DIVISION.
001042 CONFIGURATION SECTION.
001050 SOURCE-COMPUTER. IBM-370.
001060 OBJECT-COMPUTER. IBM-370.
001070 INPUT-OUTPUT SECTION.
001330     SELECT FACTRPT ASSIGN TO "FACTRPT"
001340         ORGANIZATION IS LINE SEQUENTIAL
001350         FILE STATUS IS WS-FACTRPT-STATUS.
001351     SELECT PGMREG ASSIGN TO "PGMREG"
001352         ORGANIZATION IS INDEXED
001353         ACCESS MODE IS RANDOM
001354         RECORD KEY IS PGMREG-KEY
001355         FILE STATUS IS WS-PGMREG-STATUS.
001356     SELECT APRVCTL ASSIGN TO "APRVCTL"
001357         ORGANIZATION IS LINE SEQUENTIAL
001358         FILE STATUS IS WS-APRVCTL-STATUS.
001359     SELECT APRVQUE ASSIGN TO "APRVQUE"
001360         ORGANIZATION IS INDEXED
001361         ACCESS MODE IS DYNAMIC
001362         RECORD KEY IS APRVQ-KEY
001363         FILE STATUS IS WS-APRVQUE-STATUS.
001364 DATA DIVISION.
001370 FILE SECTION.
001380 FD  FACTPARM
001390     RECORDING MODE IS F.
001650 FD  FACTRPT
001660     RECORDING MODE IS F.
001670 01  FACTRPT-REC                    PIC X(80).
001672 FD  PGMREG
001674     RECORDING MODE IS F.
001676     COPY PGMREG.
001677 FD  APRVCTL
001678     RECORDING MODE IS F.
001679 01  APRVCTL-REC.
001680     05  APRVCTL-PROGRAM-ID         PIC X(08).
001681     05  APRVCTL-THRESHOLD          PIC 9(18).
001682     05  APRVCTL-EXPIRY-HOURS       PIC 9(03).
001683 FD  APRVQUE
001684     RECORDING MODE IS F.
001685     COPY APRVQUE.
001686 WORKING-STORAGE SECTION.
001690*-----------------------------------------------------------------
001700* RUN-TIME CONTROL VALUES
001710*-----------------------------------------------------------------
001880 01  WS-RESSTG-STATUS             PIC X(02) VALUE SPACES.
001890     88  RESSTG-OK                  VALUE '00'.
001900 01  WS-OPERATOR-ID                 PIC X(08) VALUE SPACES.
001902 01  WS-RUN-ID.
001904     05  WS-RUN-ID-STAMP            PIC X(16).
001906     05  WS-RUN-ID-ORIGIN           PIC X(08).
001910*-----------------------------------------------------------------
001920* OPERATOR AUTHORIZATION WORK AREAS.  THE CEILING IS TAKEN FROM
001930* THE PGMREG REGISTRY FOR THE OPERATOR'S AUTHORITY LEVEL ONCE
001940* THE OPERMAST RECORD IS FOUND, AND THE TARGET IS CHECKED
001945* AGAINST IT.
001950*-----------------------------------------------------------------
001960 01  WS-OPERMAST-STATUS             PIC X(02) VALUE SPACES.
001970     88  OPERMAST-OK                VALUE '00'.
002000     88  OPERATOR-FOUND             VALUE 'Y'.
002010 01  WS-OPERATOR-LEVEL              PIC 9(01) VALUE 0.
002020 01  WS-LEVEL-CEILING               PIC 9(18) VALUE 0.
002027 01  WS-PGMREG-STATUS               PIC X(02) VALUE SPACES.
002034     88  PGMREG-OK                  VALUE '00'.
002041 01  WS-EDIT-LEVEL                  PIC 9(01).
002050 01  WS-MAX-TARGET                  PIC 9(18) VALUE
002060     999999999999999999.
002070*-----------------------------------------------------------------
002110*-----------------------------------------------------------------
002120 01  WS-MIN-TARGET                  PIC 9(18) VALUE 2.
002130 01  WS-EDIT-TARGET                 PIC Z(17)9.
002131*-----------------------------------------------------------------
002132* DUAL-APPROVAL CONTROL.  A TARGET OVER PROBLEM3'S APRVCTL
002133* THRESHOLD IS ONLY COMPUTED UNDER AN UNEXPIRED APPROVAL ON
002134* APRVQUE FROM A SECOND OPERATOR; OTHERWISE IT IS QUEUED THERE
002135* AS PENDING AND THE RUN IS HELD.
002136*-----------------------------------------------------------------
002137 01  WS-APRVCTL-STATUS              PIC X(02) VALUE SPACES.
002138     88  APRVCTL-OK                 VALUE '00'.
002139 01  WS-APRVQUE-STATUS              PIC X(02) VALUE SPACES.
002140     88  APRVQUE-OK                 VALUE '00'.
002141     88  APRVQUE-NOT-FOUND          VALUE '35'.
002142 01  WS-APPROVAL-THRESHOLD          PIC 9(18) VALUE ZERO.
002143 01  WS-APPROVAL-VERDICT            PIC X(01) VALUE 'C'.
002144     88  APPROVAL-CLEAR             VALUE 'C'.
002145     88  APPROVAL-GRANTED           VALUE 'A'.
002146     88  APPROVAL-HELD              VALUE 'H'.
002147 01  WS-APRV-SCAN-FLAG              PIC X(01) VALUE 'N'.
002148     88  APRV-SCAN-DONE             VALUE 'Y'.
002149 01  WS-APRV-NOW                    PIC X(21) VALUE SPACES.
002150 01  WS-APRV-USE-KEY                PIC X(33) VALUE SPACES.
002151 01  WS-APRV-PENDING-KEY            PIC X(33) VALUE SPACES.
002152*-----------------------------------------------------------------
002153* WORKING FIGURES
002160*-----------------------------------------------------------------
002170 01  WORK-N                         PIC 9(18) VALUE 0.
002180 01  FACTOR                         PIC 9(18) VALUE 0.
002910     IF RESULT-REUSED
002920         MOVE WS-PRIOR-RESULT TO LARGEST-FACTOR
002930     ELSE
002931         PERFORM 1500-CHECK-APPROVAL THRU 1500-EXIT
002932         IF APPROVAL-HELD
002933             MOVE RC-APPROVAL-HELD TO RETURN-CODE
002934             GOBACK
002935         END-IF
002940         MOVE FUNCTION CURRENT-DATE TO WS-STAT-START-TIMESTAMP
002950         PERFORM 3000-FACTOR-TARGET THRU 3000-EXIT
002960         MOVE FUNCTION CURRENT-DATE TO WS-STAT-END-TIMESTAMP
003210* FILE, THEN VALIDATE IT BEFORE ANY PROCESSING BEGINS.
003220*-----------------------------------------------------------------
003230 1000-INITIALIZE.
003235     PERFORM 1050-GET-RUN-ID THRU 1050-EXIT.
003240     PERFORM 1100-GET-TARGET THRU 1100-EXIT.
003250*    THE OPERATOR IS RESOLVED AND AUTHORIZED BEFORE THE TARGET
003260*    IS VALIDATED -- THE AUTHORITY-LEVEL CEILING IS PART OF THE
003270*    TARGET CHECK.
003280     PERFORM 1300-GET-OPERATOR-ID THRU 1300-EXIT.
003290     PERFORM 1320-GET-REUSE-OPTION THRU 1320-EXIT.
003295     PERFORM 1380-GET-APPROVAL-THRESHOLD THRU 1380-EXIT.
003300     PERFORM 1200-VALIDATE-TARGET THRU 1200-EXIT.
003310 1000-EXIT.
003320     EXIT.
003330
003331*-----------------------------------------------------------------
003332* 1050-GET-RUN-ID -- PICK UP THE RUN CORRELATION ID EULERDRV
003333* PUBLISHED IN THE EULERRUN-ID ENVIRONMENT VARIABLE.  A RUN
003334* OUTSIDE THE DRIVER FINDS NONE AND MINTS ITS OWN (START STAMP
003335* PLUS PROGRAM ID), PUBLISHING IT THE SAME WAY SO EULERINQ AND
003336* EULERMSG STAMP THE SAME ID ON WHAT THEY WRITE.
003337*-----------------------------------------------------------------
003338 1050-GET-RUN-ID.
003339     MOVE SPACES TO WS-RUN-ID.
003340     DISPLAY "EULERRUN-ID" UPON ENVIRONMENT-NAME.
003341     ACCEPT WS-RUN-ID FROM ENVIRONMENT-VALUE.
003342     IF WS-RUN-ID = SPACES
003343         MOVE FUNCTION CURRENT-DATE(1:16) TO WS-RUN-ID-STAMP
003344         MOVE "PROBLEM3" TO WS-RUN-ID-ORIGIN
003345         DISPLAY "EULERRUN-ID" UPON ENVIRONMENT-NAME
003346         DISPLAY WS-RUN-ID UPON ENVIRONMENT-VALUE
003347     END-IF.
003348     MOVE WS-RUN-ID TO MSG-RUN-ID.
003349 1050-EXIT.
003350     EXIT.
003351
003352 1100-GET-TARGET.
003353*    WHEN EULERDRV CALLS THIS PROGRAM, THE EULERDRV-CALLED MARKER
003360*    IS SET FOR THE DURATION OF THE RUN UNIT.  A CALLED PROGRAM
003370*    INHERITS ITS CALLER'S COMMAND LINE RATHER THAN ANY PARM OF
003380*    ITS OWN, SO THAT SOURCE IS SKIPPED IN FAVOR OF FACTPARM WHEN
004310*-----------------------------------------------------------------
004320* 1350-VALIDATE-OPERATOR -- LOOK THE SUBMITTED ID UP ON OPERMAST.
004330* AN UNREADABLE MASTER, AN UNKNOWN ID OR AN INACTIVE ID ABENDS
004340* THE RUN.  THE OPERATOR'S AUTHORITY LEVEL THEN SETS THE TARGET
004350* CEILING FROM THE PGMREG REGISTRY (SEE 1370).  A MIS-KEYED
004360* LEVEL ON THE MASTER IS TREATED AS LEVEL 1 RATHER THAN AS
004370* UNRESTRICTED.
004380*-----------------------------------------------------------------
004390 1350-VALIDATE-OPERATOR.
004400     MOVE 'N' TO WS-OPER-FOUND-FLAG.
004750     ELSE
004760         MOVE 1 TO WS-OPERATOR-LEVEL
004770     END-IF.
004780     PERFORM 1370-CHECK-REGISTRY THRU 1370-EXIT.
004860 1350-EXIT.
004870     EXIT.
004880
004970     END-READ.
004980 1360-EXIT.
004990     EXIT.
004991
004992*-----------------------------------------------------------------
004993* 1370-CHECK-REGISTRY -- READ PROBLEM3'S OWN ENTRY ON THE PGMREG
004994* PROGRAM REGISTRY.  AN UNREADABLE REGISTRY, OR AN ENTRY THAT IS
004995* MISSING OR INACTIVE, ABENDS THE RUN, AS DOES AN OPERATOR BELOW
004996* THE ENTRY'S MINIMUM LEVEL.  THE TARGET CEILING IS THE ENTRY'S
004997* CEILING FOR THE OPERATOR'S LEVEL; ZERO MEANS THE REGISTRY SETS
004998* NONE, LEAVING ONLY WS-MAX-TARGET.  AN ENTRY THAT DOES NOT ALLOW
004999* REUSE TURNS THE PRIOR-RESULT CHECK OFF AS A 'FRESH' CARD WOULD.
005000*-----------------------------------------------------------------
005001 1370-CHECK-REGISTRY.
005002     OPEN INPUT PGMREG.
005003     IF NOT PGMREG-OK
005004         MOVE "PB3014E" TO MSG-ID
005005         STRING "PROGRAM REGISTRY PGMREG"
005006             " UNAVAILABLE, STATUS " WS-PGMREG-STATUS
005007             DELIMITED BY SIZE INTO MSG-TEXT
005008         PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
005009         MOVE RC-FILE-ERROR TO RETURN-CODE
005010         GOBACK
005011     END-IF.
005012     MOVE "PROBLEM3" TO PGMREG-PROGRAM-ID.
005013     READ PGMREG
005014         INVALID KEY
005015             MOVE 'N' TO PGMREG-ACTIVE-FLAG
005016     END-READ.
005017     CLOSE PGMREG.
005018     IF NOT PGMREG-ACTIVE
005019         MOVE "PB3015E" TO MSG-ID
005020         MOVE "PROBLEM3 NOT REGISTERED AND ACTIVE ON PGMREG"
005021             TO MSG-TEXT
005022         PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
005023         MOVE RC-PARM-ERROR TO RETURN-CODE
005024         GOBACK
005025     END-IF.
005026     IF WS-OPERATOR-LEVEL < PGMREG-MIN-AUTH-LEVEL
005027         MOVE PGMREG-MIN-AUTH-LEVEL TO WS-EDIT-LEVEL
005028         MOVE "PB3016E" TO MSG-ID
005029         STRING "OPERATOR " WS-OPERATOR-ID
005030             " BELOW PROBLEM3 MINIMUM LEVEL " WS-EDIT-LEVEL
005031             " - REJECTED"
005032             DELIMITED BY SIZE INTO MSG-TEXT
005033         PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
005034         MOVE RC-PARM-ERROR TO RETURN-CODE
005035         GOBACK
005036     END-IF.
005037     IF PGMREG-LEVEL-CEILING (WS-OPERATOR-LEVEL) = ZERO
005038         MOVE WS-MAX-TARGET TO WS-LEVEL-CEILING
005039     ELSE
005040         MOVE PGMREG-LEVEL-CEILING (WS-OPERATOR-LEVEL)
005041             TO WS-LEVEL-CEILING
005042     END-IF.
005043     IF NOT PGMREG-REUSE-SUPPORTED
005044         MOVE 'N' TO WS-REUSE-FLAG
005045     END-IF.
005046 1370-EXIT.
005047     EXIT.
005048
005049*-----------------------------------------------------------------
005050* 1320-GET-REUSE-OPTION -- READ THE REUSECTL CONTROL CARD.  A
005051* CARD OF 'FRESH' FORCES A FULL COMPUTE FOR A DELIBERATE
005052* RE-VERIFY; ANY OTHER CARD, OR NO FILE AT ALL, LEAVES THE
005053* PRIOR-RESULT REUSE CHECK ON.
005060*-----------------------------------------------------------------
005070 1320-GET-REUSE-OPTION.
005080     OPEN INPUT REUSECTL.
005190     END-IF.
005200 1320-EXIT.
005210     EXIT.
005211
005212*-----------------------------------------------------------------
005213* 1380-GET-APPROVAL-THRESHOLD -- FIND PROBLEM3'S CARD ON THE
005214* APRVCTL CONTROL FILE.  ITS THRESHOLD IS THE LARGEST TARGET ONE
005215* OPERATOR MAY RUN ON THEIR OWN AUTHORITY; ABOVE IT A SECOND
005216* OPERATOR MUST APPROVE THE RUN THROUGH EULERAPV FIRST.  NO FILE,
005217* NO CARD OR A ZERO THRESHOLD LEAVES THE APPROVAL GATE OFF.
005218*-----------------------------------------------------------------
005219 1380-GET-APPROVAL-THRESHOLD.
005220     MOVE ZERO TO WS-APPROVAL-THRESHOLD.
005221     OPEN INPUT APRVCTL.
005222     IF NOT APRVCTL-OK
005223         GO TO 1380-EXIT
005224     END-IF.
005225     PERFORM 1385-MATCH-APPROVAL-CARD THRU 1385-EXIT
005226         UNTIL NOT APRVCTL-OK.
005227     CLOSE APRVCTL.
005228 1380-EXIT.
005229     EXIT.
005230
005231 1385-MATCH-APPROVAL-CARD.
005232     READ APRVCTL
005233         AT END
005234             CONTINUE
005235         NOT AT END
005236             IF APRVCTL-PROGRAM-ID = "PROBLEM3"
005237                     AND APRVCTL-THRESHOLD IS NUMERIC
005238                 MOVE APRVCTL-THRESHOLD TO WS-APPROVAL-THRESHOLD
005239             END-IF
005240     END-READ.
005241 1385-EXIT.
005242     EXIT.
005243
005244*-----------------------------------------------------------------
005245* 1400-CHECK-PRIOR-RESULT -- ASK EULERINQ FOR THE LATEST
005250* EULERRES RUN WITH EXACTLY THIS TARGET (PROBLEM3 RUNS CARRY THE
005260* TARGET IN THE LIMIT FIELD, ZERO SEEDS AND A BLANK MODE).  A
005270* HIT LEAVES THE PRIOR ANSWER AND THE 'R' SOURCE FLAG BEHIND;
005630     END-IF.
005640 1400-EXIT.
005650     EXIT.
005651
005652*-----------------------------------------------------------------
005653* 1500-CHECK-APPROVAL -- THE DUAL-APPROVAL GATE, RUN JUST BEFORE
005654* THE COMPUTATION.  A TARGET AT OR UNDER THE THRESHOLD IS CLEAR.
005655* ABOVE IT, APRVQUE IS SEARCHED FOR PROBLEM3 REQUESTS FOR THIS
005656* EXACT TARGET.  AN APPROVED ONE NOT YET EXPIRED IS TAKEN --
005657* MARKED USED BY THIS RUN -- AND THE RUN GOES AHEAD; ONE STILL
005658* PENDING HOLDS THE RUN AGAIN WITHOUT QUEUEING A DUPLICATE;
005659* OTHERWISE A NEW PENDING REQUEST IS QUEUED AND THE RUN IS HELD.
005660* REJECTED, EXPIRED AND USED REQUESTS ARE PASSED OVER.  THE HELD
005661* REQUEST'S KEY IS LEFT IN WS-APRV-PENDING-KEY.
005662*-----------------------------------------------------------------
005663 1500-CHECK-APPROVAL.
005664     SET APPROVAL-CLEAR TO TRUE.
005665     IF WS-APPROVAL-THRESHOLD = ZERO
005666             OR TARGET-NUMBER NOT > WS-APPROVAL-THRESHOLD
005667         GO TO 1500-EXIT
005668     END-IF.
005669     MOVE FUNCTION CURRENT-DATE TO WS-APRV-NOW.
005670     MOVE SPACES TO WS-APRV-USE-KEY.
005671     MOVE SPACES TO WS-APRV-PENDING-KEY.
005672     OPEN I-O APRVQUE.
005673     IF APRVQUE-NOT-FOUND
005674         OPEN OUTPUT APRVQUE
005675         CLOSE APRVQUE
005676         OPEN I-O APRVQUE
005677     END-IF.
005678     IF NOT APRVQUE-OK
005679         MOVE "PB3017E" TO MSG-ID
005680         STRING "APPROVAL QUEUE APRVQUE"
005681             " UNAVAILABLE, STATUS " WS-APRVQUE-STATUS
005682             DELIMITED BY SIZE INTO MSG-TEXT
005683         PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
005684         MOVE RC-FILE-ERROR TO RETURN-CODE
005685         GOBACK
005686     END-IF.
005687     MOVE 'N' TO WS-APRV-SCAN-FLAG.
005688     MOVE LOW-VALUES TO APRVQ-KEY.
005689     MOVE "PROBLEM3" TO APRVQ-PROGRAM-ID.
005690     START APRVQUE KEY IS NOT LESS THAN APRVQ-KEY
005691         INVALID KEY
005692             SET APRV-SCAN-DONE TO TRUE
005693     END-START.
005694     PERFORM 1510-SCAN-QUEUE THRU 1510-EXIT
005695         UNTIL APRV-SCAN-DONE.
005696     MOVE TARGET-NUMBER TO WS-EDIT-TARGET.
005697     IF WS-APRV-USE-KEY NOT = SPACES
005698         PERFORM 1520-TAKE-APPROVAL THRU 1520-EXIT
005699     ELSE
005700         SET APPROVAL-HELD TO TRUE
005701         IF WS-APRV-PENDING-KEY NOT = SPACES
005702             MOVE "PB3020W" TO MSG-ID
005703             STRING "TARGET "
005704                 FUNCTION TRIM(WS-EDIT-TARGET)
005705                 " STILL PENDING AS " WS-APRV-PENDING-KEY
005706                 DELIMITED BY SIZE INTO MSG-TEXT
005707             PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
005708         ELSE
005709             PERFORM 1530-QUEUE-REQUEST THRU 1530-EXIT
005710         END-IF
005711     END-IF.
005712     CLOSE APRVQUE.
005713 1500-EXIT.
005714     EXIT.
005715
005716*    ONE REQUEST OFF THE QUEUE.  THE SCAN ENDS AT THE FIRST
005717*    USABLE APPROVAL OR AT THE END OF PROBLEM3'S REQUESTS.
005718 1510-SCAN-QUEUE.
005719     READ APRVQUE NEXT RECORD
005720         AT END
005721             SET APRV-SCAN-DONE TO TRUE
005722             GO TO 1510-EXIT
005723     END-READ.
005724     IF APRVQ-PROGRAM-ID NOT = "PROBLEM3"
005725         SET APRV-SCAN-DONE TO TRUE
005726         GO TO 1510-EXIT
005727     END-IF.
005728     IF APRVQ-LOOP-LIMIT NOT = TARGET-NUMBER
005729         GO TO 1510-EXIT
005730     END-IF.
005731     IF APRVQ-APPROVED
005732             AND APRVQ-EXPIRES-AT NOT < WS-APRV-NOW(1:14)
005733         MOVE APRVQ-KEY TO WS-APRV-USE-KEY
005734         SET APRV-SCAN-DONE TO TRUE
005735         GO TO 1510-EXIT
005736     END-IF.
005737     IF APRVQ-PENDING
005738         MOVE APRVQ-KEY TO WS-APRV-PENDING-KEY
005739     END-IF.
005740 1510-EXIT.
005741     EXIT.
005742
005743*    MARK THE APPROVAL USED BY THIS RUN SO IT COVERS NO OTHER,
005744*    AND RECORD WHO RAN IT UNDER WHICH RUN ID.
005745 1520-TAKE-APPROVAL.
005746     MOVE WS-APRV-USE-KEY TO APRVQ-KEY.
005747     READ APRVQUE
005748         INVALID KEY
005749             CONTINUE
005750     END-READ.
005751     IF NOT APRVQUE-OK
005752         PERFORM 1590-QUEUE-FAILURE THRU 1590-EXIT
005753     END-IF.
005754     SET APRVQ-USED TO TRUE.
005755     MOVE WS-OPERATOR-ID TO APRVQ-USED-BY.
005756     MOVE WS-RUN-ID TO APRVQ-USED-RUN-ID.
005757     MOVE WS-APRV-NOW TO APRVQ-USED-AT.
005758     REWRITE APRVQ-REC
005759         INVALID KEY
005760             CONTINUE
005761     END-REWRITE.
005762     IF NOT APRVQUE-OK
005763         PERFORM 1590-QUEUE-FAILURE THRU 1590-EXIT
005764     END-IF.
005765     SET APPROVAL-GRANTED TO TRUE.
005766     MOVE "PB3018I" TO MSG-ID.
005767     STRING "RUNNING UNDER APPROVAL " APRVQ-KEY
005768         " BY " APRVQ-DECIDED-BY
005769         DELIMITED BY SIZE INTO MSG-TEXT.
005770     PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT.
005771 1520-EXIT.
005772     EXIT.
005773
005774*    QUEUE A NEW PENDING REQUEST FOR A SECOND OPERATOR TO
005775*    APPROVE OR REJECT THROUGH EULERAPV.
005776 1530-QUEUE-REQUEST.
005777     MOVE SPACES TO APRVQ-REC.
005778     MOVE "PROBLEM3" TO APRVQ-PROGRAM-ID.
005779     MOVE WS-APRV-NOW(1:16) TO APRVQ-REQUEST-STAMP.
005780     MOVE ZERO TO APRVQ-SET-NUMBER.
005781     SET APRVQ-PENDING TO TRUE.
005782     MOVE TARGET-NUMBER TO APRVQ-LOOP-LIMIT.
005783     MOVE ZERO TO APRVQ-SEED-FIB1.
005784     MOVE ZERO TO APRVQ-SEED-FIB2.
005785     MOVE WS-APPROVAL-THRESHOLD TO APRVQ-THRESHOLD.
005786     MOVE WS-OPERATOR-ID TO APRVQ-REQUESTED-BY.
005787     MOVE WS-RUN-ID TO APRVQ-REQUEST-RUN-ID.
005788     MOVE WS-APRV-NOW TO APRVQ-REQUESTED-AT.
005789     WRITE APRVQ-REC
005790         INVALID KEY
005791             CONTINUE
005792     END-WRITE.
005793     IF NOT APRVQUE-OK
005794         PERFORM 1590-QUEUE-FAILURE THRU 1590-EXIT
005795     END-IF.
005796     MOVE APRVQ-KEY TO WS-APRV-PENDING-KEY.
005797     MOVE "PB3019W" TO MSG-ID.
005798     STRING "TARGET "
005799         FUNCTION TRIM(WS-EDIT-TARGET)
005800         " HELD FOR APPROVAL AS " APRVQ-KEY
005801         DELIMITED BY SIZE INTO MSG-TEXT.
005802     PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT.
005803 1530-EXIT.
005804     EXIT.
005805
005806 1590-QUEUE-FAILURE.
005807     MOVE "PB3021E" TO MSG-ID.
005808     STRING "UNABLE TO UPDATE APRVQUE REQUEST " APRVQ-KEY
005809         ", STATUS " WS-APRVQUE-STATUS
005810         DELIMITED BY SIZE INTO MSG-TEXT.
005811     PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT.
005812     MOVE RC-FILE-ERROR TO RETURN-CODE.
005813     GOBACK.
005814 1590-EXIT.
005815     EXIT.
005816
005817*-----------------------------------------------------------------
005818* 3000-FACTOR-TARGET -- TRIAL DIVISION.  DIVIDE OUT EVERY 2, THEN
005819* EVERY ODD FACTOR WHOSE SQUARE DOES NOT EXCEED THE REMAINING
005820* COFACTOR.  WHATEVER COFACTOR SURVIVES ABOVE 1 IS ITSELF PRIME
005821* AND IS THE LARGEST PRIME FACTOR; OTHERWISE THE LAST FACTOR
005822* DIVIDED OUT IS.
005823*-----------------------------------------------------------------
005824 3000-FACTOR-TARGET.
005825     MOVE TARGET-NUMBER TO WORK-N.
005826     MOVE ZERO TO LARGEST-FACTOR.
005827     MOVE 2 TO FACTOR.
005828     PERFORM 3100-DIVIDE-OUT-FACTOR THRU 3100-EXIT.
005829     MOVE 3 TO FACTOR.
005830     COMPUTE FACTOR-SQ = FACTOR * FACTOR.
005831     PERFORM 3200-NEXT-ODD-FACTOR THRU 3200-EXIT
005832         UNTIL FACTOR-SQ > WORK-N.
005833     IF WORK-N > 1
005840         MOVE WORK-N TO LARGEST-FACTOR
005850*        THE SURVIVING COFACTOR IS ITSELF PRIME AND BELONGS ON
005860*        THE FACTOR LISTING WITH EXPONENT 1.
007660     MOVE WS-CURRENT-DATE-YYYYMMDD  TO RESLOUT-RUN-DATE.
007670     MOVE LARGEST-FACTOR            TO RESLOUT-RESULT-VALUE.
007680     MOVE WS-RESULT-SOURCE          TO RESLOUT-SOURCE-FLAG.
007685     MOVE WS-RUN-ID                 TO RESLOUT-RUN-ID.
007690     WRITE RESLOUT-REC.
007700     CLOSE RESULTOUT.
007710 5000-EXIT.
008000     MOVE LARGEST-FACTOR      TO HIST-COMPUTED-SUM.
008010     MOVE WS-TIMESTAMP        TO HIST-TIMESTAMP.
008020     MOVE WS-RESULT-SOURCE    TO HIST-RUN-SOURCE.
008025     MOVE WS-RUN-ID           TO HIST-RUN-ID.
008030     WRITE HISTREC.
008040     CLOSE HISTSTG.
008050 6000-EXIT.
008410     MOVE LARGEST-FACTOR      TO EULERRES-RESULT-VALUE.
008420     MOVE WS-TIMESTAMP        TO EULERRES-RUN-TIMESTAMP.
008430     MOVE WS-OPERATOR-ID      TO EULERRES-OPERATOR-ID.
008435     MOVE WS-RUN-ID           TO EULERRES-RUN-ID.
008436*    A FRESH RESULT IS ALWAYS ACTIVE; ONLY EULERVOD VOIDS ONE.
008437     SET EULERRES-ACTIVE      TO TRUE.
008438     MOVE SPACES              TO EULERRES-REASON-CODE.
008440     WRITE EULERRES-REC.
008450     CLOSE RESSTG.
008460 6500-EXIT.
008780     MOVE TARGET-NUMBER            TO RUNSTAT-LOOP-LIMIT.
008790     MOVE WS-STAT-ITERATIONS       TO RUNSTAT-ITERATIONS.
008800     MOVE WS-STAT-DETAIL-LINES     TO RUNSTAT-DETAIL-LINES.
008805     MOVE WS-RUN-ID                TO RUNSTAT-RUN-ID.
008810     WRITE RUNSTAT-REC.
008820     CLOSE RUNSTATS.
008830 6800-EXIT.
