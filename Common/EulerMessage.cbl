000290*                   CAN KEY ON MESSAGE IDS.  A FAILURE TO REACH
000300*                   MSGLOG IS REPORTED ON THE LOG BUT NEVER TAKES
000310*                   THE CALLING RUN DOWN WITH IT.
000311*  10/15/2026 DLW   MSGLOG RECORD NOW ENDS WITH THE RUN
000312*                   CORRELATION ID.  IT IS TAKEN FROM MSG-RUN-ID
000313*                   WHEN THE CALLER FILLED IT, OTHERWISE FROM THE
000314*                   EULERRUN-ID ENVIRONMENT VARIABLE THAT EULERDRV
000315*                   OR THE FIRST COMPUTATION STEP SET.  EULERMON
000316*                   AND EULERDOS MIRROR THE NEW LAYOUT.
000317*  10/15/2026 DLW   EVERY MESSAGE IS NOW CHECKED AGAINST THE
000318*                   MSGCAT MESSAGE CATALOG AFTER IT IS LOGGED.
000319*                   AN ID NOT IN THE CATALOG LOGS A SEPARATE
000320*                   MSG001W WARNING, AND AN ID RAISED WITH A
000321*                   SEVERITY OTHER THAN THE CATALOG'S LOGS
000322*                   MSG002W, SO GAPS IN THE OPERATOR RESPONSES
000323*                   SURFACE ON OPSRPT.  NO CATALOG ALLOCATED
000324*                   MEANS NO CHECK; AN UNREADABLE ONE IS NOTED ON
000325*                   THE JOB LOG ONLY.
000326*****************************************************************
000330 ENVIRONMENT DIVISION.
000340 CONFIGURATION SECTION.
000350 SOURCE-COMPUTER. IBM-370.
000390     SELECT MSGLOG ASSIGN TO "MSGLOG"
000400         ORGANIZATION IS LINE SEQUENTIAL
000410         FILE STATUS IS WS-MSGLOG-STATUS.
000411     SELECT MSGCAT ASSIGN TO "MSGCAT"
000412         ORGANIZATION IS INDEXED
000413         ACCESS MODE IS RANDOM
000414         RECORD KEY IS MSGCAT-KEY
000415         FILE STATUS IS WS-MSGCAT-STATUS.
000420 DATA DIVISION.
000430 FILE SECTION.
000440 FD  MSGLOG
000490     05  MSGLOG-SEVERITY                PIC X(01).
000500     05  MSGLOG-PROGRAM                 PIC X(08).
000510     05  MSGLOG-TEXT                    PIC X(80).
000515     05  MSGLOG-RUN-ID                  PIC X(24).
000516 FD  MSGCAT
000517     RECORDING MODE IS F.
000518     COPY MSGCAT.
000520 WORKING-STORAGE SECTION.
000530 01  WS-MSGLOG-STATUS               PIC X(02) VALUE SPACES.
000540     88  MSGLOG-OK                  VALUE '00'.
000550 01  WS-TIMESTAMP                   PIC X(21) VALUE SPACES.
000555 01  WS-RUN-ID                      PIC X(24) VALUE SPACES.
000556 01  WS-MSGCAT-STATUS               PIC X(02) VALUE SPACES.
000557     88  MSGCAT-OK                  VALUE '00'.
000558     88  MSGCAT-NOT-FOUND           VALUE '35'.
000559 01  WS-CAT-FOUND-FLAG              PIC X(01) VALUE 'N'.
000560     88  CAT-ON-FILE                VALUE 'Y'.
000561*    THE MSGLOG ENTRY BEING WRITTEN -- THE CALLER'S MESSAGE, OR A
000562*    CATALOG WARNING RAISED AGAINST IT.  THE CALLER'S PARAMETER
000563*    AREA IS NEVER ALTERED.
000564 01  WS-LOG-ENTRY.
000565     05  WS-LOG-MSG-ID              PIC X(08) VALUE SPACES.
000566     05  WS-LOG-SEVERITY            PIC X(01) VALUE SPACE.
000567     05  WS-LOG-PROGRAM             PIC X(08) VALUE SPACES.
000568     05  WS-LOG-TEXT                PIC X(80) VALUE SPACES.
000569 LINKAGE SECTION.
000570     COPY MSGAREA.
000580 PROCEDURE DIVISION USING EULERMSG-PARMS.
000590 0000-MAINLINE.
000600     MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP.
000601     MOVE MSG-RUN-ID TO WS-RUN-ID.
000602     IF WS-RUN-ID = SPACES
000603         DISPLAY "EULERRUN-ID" UPON ENVIRONMENT-NAME
000604         ACCEPT WS-RUN-ID FROM ENVIRONMENT-VALUE
000605     END-IF.
000610     DISPLAY MSG-ID " " MSG-SEVERITY " " MSG-PROGRAM " "
000620         FUNCTION TRIM(MSG-TEXT).
000622     MOVE MSG-ID       TO WS-LOG-MSG-ID.
000624     MOVE MSG-SEVERITY TO WS-LOG-SEVERITY.
000626     MOVE MSG-PROGRAM  TO WS-LOG-PROGRAM.
000628     MOVE MSG-TEXT     TO WS-LOG-TEXT.
000630     PERFORM 1000-WRITE-MSGLOG THRU 1000-EXIT.
000635     PERFORM 2000-CHECK-CATALOG THRU 2000-EXIT.
000640     GOBACK.
000650
000660*-----------------------------------------------------------------
000820         GO TO 1000-EXIT
000830     END-IF.
000840     MOVE WS-TIMESTAMP  TO MSGLOG-TIMESTAMP.
000850     MOVE WS-LOG-MSG-ID   TO MSGLOG-MSG-ID.
000860     MOVE WS-LOG-SEVERITY TO MSGLOG-SEVERITY.
000870     MOVE WS-LOG-PROGRAM  TO MSGLOG-PROGRAM.
000880     MOVE WS-LOG-TEXT     TO MSGLOG-TEXT.
000885     MOVE WS-RUN-ID     TO MSGLOG-RUN-ID.
000890     WRITE MSGLOG-REC.
000900     CLOSE MSGLOG.
000910 1000-EXIT.
000920     EXIT.
000930
000940*-----------------------------------------------------------------
000950* 2000-CHECK-CATALOG -- LOOK THE CALLER'S MESSAGE ID UP ON THE
000960* MSGCAT MESSAGE CATALOG.  AN ID THE CATALOG DOES NOT HOLD, OR
000970* ONE RAISED WITH A SEVERITY OTHER THAN THE CATALOG EXPECTS,
000980* LOGS A WARNING OF ITS OWN NEXT TO THE CALLER'S MESSAGE.  THE
000990* CATALOG IS OPENED AND CLOSED ON EACH CALL, AS MSGLOG IS, SO
001000* EULERCAT CAN MAINTAIN IT BETWEEN STEPS.  LIKE MSGLOG, A
001010* CATALOG PROBLEM NEVER TAKES THE CALLING RUN DOWN.
001020*-----------------------------------------------------------------
001030 2000-CHECK-CATALOG.
001040     IF MSG-ID = SPACES
001050         GO TO 2000-EXIT
001060     END-IF.
001070     OPEN INPUT MSGCAT.
001080     IF MSGCAT-NOT-FOUND
001090         GO TO 2000-EXIT
001100     END-IF.
001110     IF NOT MSGCAT-OK
001120         DISPLAY "EULERMSG - UNABLE TO OPEN MSGCAT, STATUS "
001130             WS-MSGCAT-STATUS " - MESSAGE NOT CHECKED"
001140         GO TO 2000-EXIT
001150     END-IF.
001160     MOVE 'Y' TO WS-CAT-FOUND-FLAG.
001170     MOVE MSG-ID TO MSGCAT-MSG-ID.
001180     READ MSGCAT
001190         INVALID KEY
001200             MOVE 'N' TO WS-CAT-FOUND-FLAG
001210     END-READ.
001220     CLOSE MSGCAT.
001230     MOVE SPACES TO WS-LOG-TEXT.
001240     IF NOT CAT-ON-FILE
001250         MOVE "MSG001W" TO WS-LOG-MSG-ID
001260         STRING "MESSAGE ID " DELIMITED BY SIZE
001270             MSG-ID DELIMITED BY SPACE
001280             " RAISED BY " DELIMITED BY SIZE
001290             MSG-PROGRAM DELIMITED BY SPACE
001300             " IS NOT IN THE MESSAGE CATALOG" DELIMITED BY SIZE
001310             INTO WS-LOG-TEXT
001320         PERFORM 2100-LOG-CATALOG-WARNING THRU 2100-EXIT
001330         GO TO 2000-EXIT
001340     END-IF.
001350     IF MSGCAT-SEVERITY NOT = MSG-SEVERITY
001360         MOVE "MSG002W" TO WS-LOG-MSG-ID
001370         STRING "MESSAGE ID " DELIMITED BY SIZE
001380             MSG-ID DELIMITED BY SPACE
001390             " RAISED BY " DELIMITED BY SIZE
001400             MSG-PROGRAM DELIMITED BY SPACE
001410             " AS SEVERITY " DELIMITED BY SIZE
001420             MSG-SEVERITY DELIMITED BY SIZE
001430             ", CATALOG SAYS " DELIMITED BY SIZE
001440             MSGCAT-SEVERITY DELIMITED BY SIZE
001450             INTO WS-LOG-TEXT
001460         PERFORM 2100-LOG-CATALOG-WARNING THRU 2100-EXIT
001470     END-IF.
001480 2000-EXIT.
001490     EXIT.
001500
001510*    THE WARNING IS WRITTEN HERE DIRECTLY, UNDER EULERMSG'S OWN
001520*    NAME AND THE CALLER'S RUN ID -- NEVER BY CALLING BACK IN.
001530 2100-LOG-CATALOG-WARNING.
001540     MOVE 'W' TO WS-LOG-SEVERITY.
001550     MOVE "EULERMSG" TO WS-LOG-PROGRAM.
001560     DISPLAY WS-LOG-MSG-ID " " WS-LOG-SEVERITY " "
001570         WS-LOG-PROGRAM " " FUNCTION TRIM(WS-LOG-TEXT).
001580     PERFORM 1000-WRITE-MSGLOG THRU 1000-EXIT.
001590 2100-EXIT.
001600     EXIT.
001610
001620 END PROGRAM EULERMSG.
