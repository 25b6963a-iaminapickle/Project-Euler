000363*                   GROWS FROM 85 TO 86 BYTES.  THE STAGING AND
000364*                   HOLD RECORDS AND THE SORTWK BYTE LAYOUT
000365*                   FOLLOW; PROCESSING LOGIC IS UNCHANGED.
000367*  10/15/2026 DLW   HISTREC AND EULERRES CARRY THE NEW RUN
000369*                   CORRELATION ID AND GROW TO 110 AND 154 BYTES.
000371*                   THE STAGING AND HOLD RECORDS AND THE SORTWK
000373*                   BYTE LAYOUT FOLLOW; PROCESSING LOGIC IS
000375*                   UNCHANGED.
000377*  10/15/2026 DLW   EULERRES CARRIES THE NEW RECORD STATUS AND
000379*                   CORRECTION REASON CODE AND GROWS TO 159
000381*                   BYTES.  THE RESSTG RECORD FOLLOWS; PROCESSING
000383*                   LOGIC IS UNCHANGED.
000384*  10/15/2026 DLW   EACH RUN NOW GETS A CONSOLIDATION ID (THE
000385*                   16-CHAR STAMP IT STARTED AT), PRINTED ON
000386*                   MRGRPT, AND APPENDS TO THE NEW MRGJRNL MERGE
000387*                   JOURNAL A BEGIN RECORD, ONE RECORD PER
000388*                   HISTFILE AND EULERRES RECORD IT ADDED OR
000389*                   DROPPED AS A DUPLICATE (WITH THE WHOLE RECORD
000390*                   AND THE STAGING DD IT CAME FROM) AND AN END
000391*                   RECORD WITH THE ADDED COUNTS, SO EULERBKO CAN
000392*                   BACK A BAD CONSOLIDATION OUT.  THE SORT NOW
000393*                   CARRIES AN ORIGIN BYTE (MASTER OR STAGING) AS
000394*                   ITS LAST KEY, SO A MASTER COPY ALWAYS SURVIVES
000395*                   AHEAD OF AN IDENTICAL STAGING COPY AND ONLY
000396*                   STAGING RECORDS ARE JOURNALED OR UNCOUNTED.
000397*                   JOURNALED COUNTS JOIN THE RECONCILIATION.
000398*****************************************************************
000399 ENVIRONMENT DIVISION.
000400 CONFIGURATION SECTION.
000401 SOURCE-COMPUTER. IBM-370.
000410 OBJECT-COMPUTER. IBM-370.
000420 INPUT-OUTPUT SECTION.
000430 FILE-CONTROL.
000580     SELECT MRGRPT ASSIGN TO "MRGRPT"
000590         ORGANIZATION IS LINE SEQUENTIAL
000600         FILE STATUS IS WS-MRGRPT-STATUS.
000602     SELECT MRGJRNL ASSIGN TO "MRGJRNL"
000604         ORGANIZATION IS LINE SEQUENTIAL
000606         FILE STATUS IS WS-MRGJRNL-STATUS.
000610     SELECT SORTWK ASSIGN TO "SORTWK".
000620 DATA DIVISION.
000630 FILE SECTION.
000640 FD  HISTSTG
000650     RECORDING MODE IS F.
000660 01  HISTSTG-REC                    PIC X(110).
000670 FD  HISTFILE
000680     RECORDING MODE IS F.
000690     COPY HISTREC.
000700 FD  RESSTG
000710     RECORDING MODE IS F.
000720 01  RESSTG-REC                     PIC X(159).
000730 FD  EULERRES
000740     RECORDING MODE IS F.
000750     COPY EULERRES.
000760 FD  MRGRPT
000770     RECORDING MODE IS F.
000780 01  MRGRPT-REC                     PIC X(80).
000782 FD  MRGJRNL
000784     RECORDING MODE IS F.
000786     COPY MRGJRNL.
000790 SD  SORTWK.
000800*    FIELD ORDER MIRRORS THE HISTREC BYTE LAYOUT.  SORTING ON
000810*    EVERY FIELD, TIMESTAMP FIRST, PUTS THE MASTER BACK IN RUN-
000820*    TIMESTAMP ORDER AND MAKES EXACT DUPLICATES ADJACENT.  THE
000822*    ORIGIN BYTE FOLLOWS THE HISTREC IMAGE AND IS THE LAST KEY,
000824*    SO A MASTER RECORD COMES BACK AHEAD OF AN IDENTICAL STAGING
000826*    COPY AND THE STAGING COPY IS THE ONE DROPPED.
000830 01  SORTWK-REC.
000840     05  SORTWK-PROGRAM-NAME        PIC X(08).
000850     05  SORTWK-LOOP-LIMIT          PIC 9(18).
000860     05  SORTWK-COMPUTED-SUM        PIC 9(38).
000870     05  SORTWK-TIMESTAMP           PIC X(21).
000875     05  SORTWK-RUN-SOURCE          PIC X(01).
000877     05  SORTWK-RUN-ID              PIC X(24).
000879     05  SORTWK-ORIGIN              PIC X(01).
000881         88  SORTWK-FROM-MASTER     VALUE 'M'.
000883         88  SORTWK-FROM-STAGING    VALUE 'S'.
000885 WORKING-STORAGE SECTION.
000890*-----------------------------------------------------------------
000900* FILE STATUS WORK AREAS
000910*-----------------------------------------------------------------
001020     88  EULERRES-OK                VALUE '00'.
001030 01  WS-MRGRPT-STATUS               PIC X(02) VALUE SPACES.
001040     88  MRGRPT-OK                  VALUE '00'.
001043 01  WS-MRGJRNL-STATUS              PIC X(02) VALUE SPACES.
001046     88  MRGJRNL-OK                 VALUE '00'.
001050 01  WS-EOF-FLAG                    PIC X(01) VALUE 'N'.
001060     88  FILE-EOF                   VALUE 'Y'.
001070 01  WS-SORT-EOF-FLAG               PIC X(01) VALUE 'N'.
001200 77  WS-RES-STG-READ                PIC 9(09) COMP VALUE ZERO.
001210 77  WS-RES-MERGED                  PIC 9(09) COMP VALUE ZERO.
001220 77  WS-RES-DUP-COUNT               PIC 9(09) COMP VALUE ZERO.
001230 01  WS-PREV-HIST-REC               PIC X(110) VALUE LOW-VALUES.
001240 01  WS-HOLD-HIST-REC               PIC X(110) VALUE SPACES.
001241*-----------------------------------------------------------------
001242* MERGE JOURNAL.  THE CONSOLIDATION ID IDENTIFIES THIS RUN ON
001243* EVERY JOURNAL RECORD; THE JOURNALED COUNTS ARE TIED BACK TO THE
001244* MERGE COUNTERS IN 4500.
001245*-----------------------------------------------------------------
001246 01  WS-CONSOL-ID                   PIC X(16) VALUE SPACES.
001247 01  WS-TIMESTAMP                   PIC X(21) VALUE SPACES.
001248 01  WS-JRNL-TYPE                   PIC X(01) VALUE SPACE.
001249 01  WS-JRNL-MASTER                 PIC X(08) VALUE SPACES.
001250 01  WS-JRNL-STAGING-DD             PIC X(08) VALUE SPACES.
001251 01  WS-JRNL-IMAGE                  PIC X(159) VALUE SPACES.
001252 77  WS-JRNL-HIST-ADDED             PIC 9(09) COMP VALUE ZERO.
001253 77  WS-JRNL-HIST-DROPPED           PIC 9(09) COMP VALUE ZERO.
001254 77  WS-JRNL-RES-ADDED              PIC 9(09) COMP VALUE ZERO.
001255 77  WS-JRNL-RES-DROPPED            PIC 9(09) COMP VALUE ZERO.
001256*-----------------------------------------------------------------
001260* PER-SOURCE-PROGRAM MERGE COUNTS FOR THE MRGRPT REPORT
001270*-----------------------------------------------------------------
001280 01  WS-SRC-TABLE.
001560                          SORTWK-PROGRAM-NAME
001570                          SORTWK-LOOP-LIMIT
001580                          SORTWK-COMPUTED-SUM
001585                          SORTWK-ORIGIN
001590         INPUT PROCEDURE IS 7000-GATHER-HISTORY
001600         OUTPUT PROCEDURE IS 8000-REWRITE-HISTORY.
001610     PERFORM 3000-MERGE-RESULTS THRU 3000-EXIT.
001620     PERFORM 4000-WRITE-REPORT THRU 4000-EXIT.
001625     PERFORM 4400-CLOSE-JOURNAL THRU 4400-EXIT.
001630     PERFORM 4500-RECONCILE THRU 4500-EXIT.
001640     GOBACK.
001650
001660*-----------------------------------------------------------------
001670* 1000-INITIALIZE -- OPEN THE MERGE REPORT AND THE MERGE JOURNAL
001680* AND STAMP THE CONSOLIDATION ID.  A CONSOLIDATION RUN WITH NO
001690* REPORT HAS NO EVIDENCE OF WHAT IT MOVED, AND ONE WITH NO
001693* JOURNAL CANNOT BE BACKED OUT, SO EITHER OPEN FAILURE ABENDS THE
001696* STEP BEFORE ANYTHING IS TOUCHED.
001700*-----------------------------------------------------------------
001710 1000-INITIALIZE.
001720     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
001723     MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP.
001726     MOVE WS-TIMESTAMP(1:16) TO WS-CONSOL-ID.
001730     OPEN OUTPUT MRGRPT.
001740     IF NOT MRGRPT-OK
001750         MOVE "MRG001E" TO MSG-ID
001860         WS-CURRENT-DATE-YYYYMMDD DELIMITED BY SIZE
001870         INTO MRGRPT-REC.
001880     WRITE MRGRPT-REC.
001881     MOVE SPACES TO MRGRPT-REC.
001882     STRING "  CONSOLIDATION ID             : "
001883         DELIMITED BY SIZE
001884         WS-CONSOL-ID DELIMITED BY SIZE
001885         INTO MRGRPT-REC.
001886     WRITE MRGRPT-REC.
001887     OPEN EXTEND MRGJRNL.
001888     IF WS-MRGJRNL-STATUS = '35'
001889         OPEN OUTPUT MRGJRNL
001890         CLOSE MRGJRNL
001891         OPEN EXTEND MRGJRNL
001892     END-IF.
001893     IF NOT MRGJRNL-OK
001894         MOVE "MRG009E" TO MSG-ID
001895         STRING "UNABLE TO OPEN MRGJRNL, STATUS "
001896             WS-MRGJRNL-STATUS
001897             DELIMITED BY SIZE INTO MSG-TEXT
001898         PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
001899         MOVE RC-FILE-ERROR TO RETURN-CODE
001900         STOP RUN
001901     END-IF.
001902     MOVE 'B' TO WS-JRNL-TYPE.
001903     MOVE SPACES TO WS-JRNL-MASTER.
001904     MOVE SPACES TO WS-JRNL-STAGING-DD.
001905     MOVE SPACES TO WS-JRNL-IMAGE.
001906     PERFORM 3400-WRITE-JOURNAL THRU 3400-EXIT.
001907 1000-EXIT.
001908     EXIT.
001910
001920*-----------------------------------------------------------------
001930* 3000-MERGE-RESULTS -- INSERT EVERY RESSTG STAGING RECORD INTO
002470                         EULERRES-KEY " DROPPED"
002480                         DELIMITED BY SIZE INTO MSG-TEXT
002490                     PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
002492                     MOVE 'D' TO WS-JRNL-TYPE
002494                     PERFORM 3150-JOURNAL-RES-RECORD
002496                         THRU 3150-EXIT
002500                 NOT INVALID KEY
002510                     ADD 1 TO WS-RES-MERGED
002512                     MOVE 'A' TO WS-JRNL-TYPE
002514                     PERFORM 3150-JOURNAL-RES-RECORD
002516                         THRU 3150-EXIT
002520                     MOVE EULERRES-PROGRAM-ID
002530                         TO WS-SRC-PROGRAM-IN
002540                     MOVE 'R' TO WS-SRC-KIND
002570     END-READ.
002580 3100-EXIT.
002590     EXIT.
002591
002592*-----------------------------------------------------------------
002593* 3150-JOURNAL-RES-RECORD -- JOURNAL A RESSTG RECORD AS ADDED TO
002594* OR DROPPED FROM EULERRES (WS-JRNL-TYPE SET BY THE CALLER).
002595*-----------------------------------------------------------------
002596 3150-JOURNAL-RES-RECORD.
002597     MOVE "EULERRES" TO WS-JRNL-MASTER.
002598     MOVE "RESSTG" TO WS-JRNL-STAGING-DD.
002599     MOVE RESSTG-REC TO WS-JRNL-IMAGE.
002600     PERFORM 3400-WRITE-JOURNAL THRU 3400-EXIT.
002601 3150-EXIT.
002602     EXIT.
002603
002610*-----------------------------------------------------------------
002620* 3200-COUNT-SOURCE -- TALLY A MERGED RECORD AGAINST ITS SOURCE
002630* PROGRAM.  WS-SRC-KIND SAYS WHICH STAGING DD THE RECORD CAME
002974* DROPPED AS A RERUN DUPLICATE WAS ALREADY TALLIED AGAINST ITS
002975* SOURCE PROGRAM WHEN ITS STAGING COPY WAS RELEASED, SO THE TALLY
002976* IS BACKED OUT HERE AND THE PER-PROGRAM FIGURES STAY TIED TO THE
002977* MASTER-RECORDS-OUT AND DUPLICATES-DROPPED TOTALS.  ONLY A
002978* DROPPED STAGING COPY IS BACKED OUT -- A DUPLICATE ALREADY ON
002979* THE MASTER TWICE NEVER HAD A STAGING TALLY.
002980*-----------------------------------------------------------------
002981 3300-UNCOUNT-HIST-SOURCE.
002982     MOVE ZERO TO WS-MATCH-SUB.
002990     END-IF.
002991 3300-EXIT.
002992     EXIT.
002993
002994*-----------------------------------------------------------------
002995* 3400-WRITE-JOURNAL -- APPEND ONE MRGJRNL RECORD UNDER THIS
002996* RUN'S CONSOLIDATION ID.  CALLERS FILL THE TYPE, MASTER, STAGING
002997* DD AND IMAGE.  ONLY A RECORD THAT REACHED THE JOURNAL IS
002998* COUNTED, SO A FAILED WRITE SHOWS UP IN THE RECONCILIATION
002999* RATHER THAN ABENDING A HALF-WRITTEN HISTFILE REBUILD.
003000*-----------------------------------------------------------------
003001 3400-WRITE-JOURNAL.
003002     MOVE SPACES TO MRGJ-REC.
003003     MOVE WS-CONSOL-ID       TO MRGJ-CONSOL-ID.
003004     MOVE WS-JRNL-TYPE       TO MRGJ-REC-TYPE.
003005     MOVE WS-JRNL-MASTER     TO MRGJ-MASTER.
003006     MOVE WS-JRNL-STAGING-DD TO MRGJ-STAGING-DD.
003007     MOVE WS-TIMESTAMP       TO MRGJ-TIMESTAMP.
003008     MOVE ZERO               TO MRGJ-HIST-COUNT.
003009     MOVE ZERO               TO MRGJ-RES-COUNT.
003010     MOVE WS-JRNL-IMAGE      TO MRGJ-IMAGE.
003011     IF MRGJ-END
003012         MOVE WS-JRNL-HIST-ADDED TO MRGJ-HIST-COUNT
003013         MOVE WS-JRNL-RES-ADDED  TO MRGJ-RES-COUNT
003014     END-IF.
003015     WRITE MRGJ-REC.
003016     IF NOT MRGJRNL-OK
003017         GO TO 3400-EXIT
003018     END-IF.
003019     IF MRGJ-ADDED AND MRGJ-HISTFILE
003020         ADD 1 TO WS-JRNL-HIST-ADDED
003021     END-IF.
003022     IF MRGJ-DROPPED AND MRGJ-HISTFILE
003023         ADD 1 TO WS-JRNL-HIST-DROPPED
003024     END-IF.
003025     IF MRGJ-ADDED AND MRGJ-EULERRES
003026         ADD 1 TO WS-JRNL-RES-ADDED
003027     END-IF.
003028     IF MRGJ-DROPPED AND MRGJ-EULERRES
003029         ADD 1 TO WS-JRNL-RES-DROPPED
003030     END-IF.
003031 3400-EXIT.
003032     EXIT.
003033
003034*-----------------------------------------------------------------
003035* 4000-WRITE-REPORT -- MERGE COUNTS TO MRGRPT: TOTALS PER STAGING
003036* DD, EXACT DUPLICATES DROPPED, RECORDS JOURNALED, AND RECORDS
003037* MERGED PER SOURCE PROGRAM.
003038*-----------------------------------------------------------------
003040 4000-WRITE-REPORT.
003050     MOVE WS-HIST-MASTER-READ TO WS-EDIT-COUNT.
003060     MOVE SPACES TO MRGRPT-REC.
003510         FUNCTION TRIM(WS-EDIT-COUNT) DELIMITED BY SIZE
003520         INTO MRGRPT-REC.
003530     WRITE MRGRPT-REC.
003531     MOVE WS-JRNL-HIST-ADDED TO WS-EDIT-COUNT.
003532     MOVE WS-JRNL-HIST-DROPPED TO WS-EDIT-COUNT-2.
003533     MOVE SPACES TO MRGRPT-REC.
003534     STRING "  JOURNALED HISTFILE ADD/DROP  : "
003535         DELIMITED BY SIZE
003536         FUNCTION TRIM(WS-EDIT-COUNT) DELIMITED BY SIZE
003537         " / " DELIMITED BY SIZE
003538         FUNCTION TRIM(WS-EDIT-COUNT-2) DELIMITED BY SIZE
003539         INTO MRGRPT-REC.
003540     WRITE MRGRPT-REC.
003541     MOVE WS-JRNL-RES-ADDED TO WS-EDIT-COUNT.
003542     MOVE WS-JRNL-RES-DROPPED TO WS-EDIT-COUNT-2.
003543     MOVE SPACES TO MRGRPT-REC.
003544     STRING "  JOURNALED EULERRES ADD/DROP  : "
003545         DELIMITED BY SIZE
003546         FUNCTION TRIM(WS-EDIT-COUNT) DELIMITED BY SIZE
003547         " / " DELIMITED BY SIZE
003548         FUNCTION TRIM(WS-EDIT-COUNT-2) DELIMITED BY SIZE
003549         INTO MRGRPT-REC.
003550     WRITE MRGRPT-REC.
003551     PERFORM 4100-SOURCE-LINE THRU 4100-EXIT
003552         VARYING SUB-1 FROM 1 BY 1
003560         UNTIL SUB-1 > WS-SRC-ENTRY-COUNT.
003570 4000-EXIT.
003580     EXIT.
003730 4100-EXIT.
003740     EXIT.
003750
003751
003752*-----------------------------------------------------------------
003753* 4400-CLOSE-JOURNAL -- END RECORD WITH THE ADDED COUNTS, WHICH
003754* EULERBKO CHECKS ITS OWN TALLY OF THE ADDED RECORDS AGAINST.
003755*-----------------------------------------------------------------
003756 4400-CLOSE-JOURNAL.
003757     MOVE 'E' TO WS-JRNL-TYPE.
003758     MOVE SPACES TO WS-JRNL-MASTER.
003759     MOVE SPACES TO WS-JRNL-STAGING-DD.
003760     MOVE SPACES TO WS-JRNL-IMAGE.
003761     PERFORM 3400-WRITE-JOURNAL THRU 3400-EXIT.
003762     IF NOT MRGJRNL-OK
003763         MOVE 'N' TO WS-RECONCILE-FLAG
003764     END-IF.
003765     CLOSE MRGJRNL.
003766 4400-EXIT.
003767     EXIT.
003768
003769*-----------------------------------------------------------------
003770* 4500-RECONCILE -- EVERY RECORD THE SORT RETURNED MUST HAVE BEEN
003780* WRITTEN OR DROPPED AS A DUPLICATE, EVERY RECORD RELEASED MUST
003790* HAVE COME BACK, AND EVERY RESSTG RECORD MUST HAVE MERGED OR
003800* DROPPED.  ANYTHING ELSE IS A LOST MASTER RECORD.  EVERY STAGING
003802* RECORD MUST ALSO BE ON THE JOURNAL AS ADDED OR DROPPED, AND THE
003804* JOURNALED ADDS MUST MATCH WHAT WENT ONTO EULERRES -- A RECORD
003806* MISSING FROM THE JOURNAL COULD NOT BE BACKED OUT.
003810*-----------------------------------------------------------------
003820 4500-RECONCILE.
003830     IF WS-HIST-RETURNED NOT =
003900             WS-RES-MERGED + WS-RES-DUP-COUNT
003910         MOVE 'N' TO WS-RECONCILE-FLAG
003920     END-IF.
003921     IF WS-HIST-STG-READ NOT =
003922             WS-JRNL-HIST-ADDED + WS-JRNL-HIST-DROPPED
003923             OR WS-RES-MERGED NOT = WS-JRNL-RES-ADDED
003924             OR WS-RES-DUP-COUNT NOT = WS-JRNL-RES-DROPPED
003925         MOVE 'N' TO WS-RECONCILE-FLAG
003926     END-IF.
003930     IF COUNTS-RECONCILE
003940         MOVE "  COUNTS RECONCILE - CONSOLIDATION COMPLETE"
003950             TO MRGRPT-REC
004730         NOT AT END
004740             ADD 1 TO WS-HIST-MASTER-READ
004750             MOVE HISTREC TO SORTWK-REC
004755             SET SORTWK-FROM-MASTER TO TRUE
004760             RELEASE SORTWK-REC
004770     END-READ.
004780 7100-EXIT.
004850         NOT AT END
004860             ADD 1 TO WS-HIST-STG-READ
004870             MOVE HISTSTG-REC TO SORTWK-REC
004875             SET SORTWK-FROM-STAGING TO TRUE
004880             RELEASE SORTWK-REC
004890             MOVE HISTSTG-REC(1:8) TO WS-SRC-PROGRAM-IN
004900             MOVE 'H' TO WS-SRC-KIND
005010* STAGING STREAM COMES BACK IN RUN-TIMESTAMP ORDER WITH EXACT
005020* DUPLICATES ADJACENT.  EACH SURVIVOR IS WRITTEN TO THE REBUILT
005030* HISTFILE MASTER; AN EXACT REPEAT OF THE PREVIOUS RECORD IS A
005040* RERUN LEFTOVER AND IS DROPPED AND COUNTED.  EVERY STAGING
005043* RECORD IS JOURNALED, AS ADDED WHEN IT WAS WRITTEN OR AS DROPPED
005046* WHEN IT REPEATED A RECORD ALREADY WRITTEN.
005050*-----------------------------------------------------------------
005060 8000-REWRITE-HISTORY SECTION.
005070 8010-REWRITE-CONTROL.
005310             MOVE SORTWK-REC TO WS-HOLD-HIST-REC
005320             IF WS-HOLD-HIST-REC = WS-PREV-HIST-REC
005330                 ADD 1 TO WS-HIST-DUP-COUNT
005331                 IF SORTWK-FROM-STAGING
005332                     MOVE SORTWK-PROGRAM-NAME TO WS-SRC-PROGRAM-IN
005334                     PERFORM 3300-UNCOUNT-HIST-SOURCE
005336                         THRU 3300-EXIT
005338                     MOVE 'D' TO WS-JRNL-TYPE
005340                     PERFORM 8200-JOURNAL-HIST-RECORD
005342                         THRU 8200-EXIT
005344                 END-IF
005346             ELSE
005350                 MOVE WS-HOLD-HIST-REC TO HISTREC
005360                 WRITE HISTREC
005370                 ADD 1 TO WS-HIST-WRITTEN
005380                 MOVE WS-HOLD-HIST-REC TO WS-PREV-HIST-REC
005381                 IF SORTWK-FROM-STAGING
005382                     MOVE 'A' TO WS-JRNL-TYPE
005383                     PERFORM 8200-JOURNAL-HIST-RECORD
005384                         THRU 8200-EXIT
005385                 END-IF
005390             END-IF
005400     END-RETURN.
005410 8100-EXIT.
005420     EXIT.
005421
005422 8200-JOURNAL-HIST-RECORD.
005423     MOVE "HISTFILE" TO WS-JRNL-MASTER.
005424     MOVE "HISTSTG" TO WS-JRNL-STAGING-DD.
005425     MOVE WS-HOLD-HIST-REC TO WS-JRNL-IMAGE.
005426     PERFORM 3400-WRITE-JOURNAL THRU 3400-EXIT.
005427 8200-EXIT.
005428     EXIT.
005430
005440 8900-EXIT.
005450     EXIT.
