000310*                   WITH RC-VERIFY-ERROR WHEN ANY THRESHOLD
000320*                   TRIPS SO THE SCHEDULER CAN RAISE IT INSTEAD
000330*                   OF A MORNING EYEBALL SCAN.
000333*  10/15/2026 DLW   MSGLOG MIRROR CARRIES THE NEW TRAILING RUN
000336*                   CORRELATION ID; PROCESSING IS UNCHANGED.
000337*  10/15/2026 DLW   EACH MESSAGE ID IN THE COUNTS BY MESSAGE ID
000338*                   NOW CARRIES THE OPERATOR ACTION AND PAGE FLAG
000339*                   FROM THE MSGCAT MESSAGE CATALOG, OR A NOT-IN-
000340*                   CATALOG MARKER, SO THE NIGHT OPERATOR CAN ACT
000341*                   FROM OPSRPT ALONE.  NO CATALOG ALLOCATED
000342*                   PRINTS THE COUNTS AS BEFORE WITH A NOTE.
000343*****************************************************************
000350 ENVIRONMENT DIVISION.
000360 CONFIGURATION SECTION.
000370 SOURCE-COMPUTER. IBM-370.
000470     SELECT OPSRPT ASSIGN TO "OPSRPT"
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS IS WS-OPSRPT-STATUS.
000491     SELECT MSGCAT ASSIGN TO "MSGCAT"
000492         ORGANIZATION IS INDEXED
000493         ACCESS MODE IS RANDOM
000494         RECORD KEY IS MSGCAT-KEY
000495         FILE STATUS IS WS-MSGCAT-STATUS.
000500 DATA DIVISION.
000510 FILE SECTION.
000520 FD  MSGLOG
000590     05  MSGLOG-SEVERITY            PIC X(01).
000600     05  MSGLOG-PROGRAM             PIC X(08).
000610     05  MSGLOG-TEXT                PIC X(80).
000615     05  MSGLOG-RUN-ID              PIC X(24).
000620 FD  MONCTL
000630     RECORDING MODE IS F.
000640 01  MONCTL-REC.
000710 FD  OPSRPT
000720     RECORDING MODE IS F.
000730 01  OPSRPT-REC                     PIC X(132).
000732 FD  MSGCAT
000734     RECORDING MODE IS F.
000736     COPY MSGCAT.
000740 WORKING-STORAGE SECTION.
000750*-----------------------------------------------------------------
000760* FILE STATUS AND DATE WORK AREAS
000820     88  MONCTL-OK                  VALUE '00'.
000830 01  WS-OPSRPT-STATUS               PIC X(02) VALUE SPACES.
000840     88  OPSRPT-OK                  VALUE '00'.
000841 01  WS-MSGCAT-STATUS               PIC X(02) VALUE SPACES.
000842     88  MSGCAT-OK                  VALUE '00'.
000843     88  MSGCAT-NOT-FOUND           VALUE '35'.
000844 01  WS-CATALOG-FLAG                PIC X(01) VALUE 'N'.
000845     88  CATALOG-OPEN               VALUE 'Y'.
000850 01  WS-EOF-FLAG                    PIC X(01) VALUE 'N'.
000860     88  FILE-EOF                   VALUE 'Y'.
000870 01  WS-CURRENT-DATE.
001340 77  WS-LOG-READ-COUNT              PIC 9(09) COMP VALUE ZERO.
001350 77  WS-DAY-MSG-COUNT               PIC 9(09) COMP VALUE ZERO.
001360 77  WS-TRIPPED-COUNT               PIC 9(05) COMP VALUE ZERO.
001365 77  WS-UNCATALOGED-COUNT           PIC 9(05) COMP VALUE ZERO.
001370*-----------------------------------------------------------------
001380* REPORT EDIT FIELDS
001390*-----------------------------------------------------------------
004630*-----------------------------------------------------------------
004640* 5000-WRITE-SUMMARY -- THE ONE-PAGE OPERATIONS SUMMARY: THE
004650* DAY'S MESSAGE VOLUME, COUNTS BY SEVERITY, BY PROGRAM AND BY
004660* MESSAGE ID, THEN ONE VERDICT LINE PER THRESHOLD CARD.  EACH
004663* MESSAGE ID LINE CARRIES ITS OPERATOR ACTION FROM THE MESSAGE
004666* CATALOG, WHICH IS OPENED ONLY FOR THAT SECTION.
004670*-----------------------------------------------------------------
004680 5000-WRITE-SUMMARY.
004690     MOVE WS-DAY-MSG-COUNT TO WS-EDIT-COUNT.
004860         UNTIL SUB-1 > WS-PGM-ENTRY-COUNT.
004870     MOVE "  COUNTS BY MESSAGE ID" TO OPSRPT-REC.
004880     WRITE OPSRPT-REC.
004885     PERFORM 5250-OPEN-CATALOG THRU 5250-EXIT.
004890     PERFORM 5300-MSG-ID-LINE THRU 5300-EXIT
004900         VARYING SUB-1 FROM 1 BY 1
004910         UNTIL SUB-1 > WS-MSG-ENTRY-COUNT.
004911     IF CATALOG-OPEN
004912         CLOSE MSGCAT
004913     END-IF.
004914     IF WS-UNCATALOGED-COUNT > ZERO
004915         MOVE WS-UNCATALOGED-COUNT TO WS-EDIT-COUNT
004916         MOVE SPACES TO OPSRPT-REC
004917         STRING "  " DELIMITED BY SIZE
004918             FUNCTION TRIM(WS-EDIT-COUNT) DELIMITED BY SIZE
004919             " MESSAGE ID(S) NOT IN CATALOG - REFER TO THE"
004920             " OWNING PROGRAM'S SUPPORT CONTACT"
004921             DELIMITED BY SIZE INTO OPSRPT-REC
004922         WRITE OPSRPT-REC
004923     END-IF.
004924     IF TABLE-OVERFLOWED
004930         MOVE SPACES TO OPSRPT-REC
004940         STRING "  WARNING - DISTINCT KEY COUNT EXCEEDS TABLE"
004950             " SIZE, COUNTS ABOVE INCOMPLETE"
005300 5200-EXIT.
005310     EXIT.
005320
005321*-----------------------------------------------------------------
005322* 5250-OPEN-CATALOG -- THE MESSAGE CATALOG SUPPLIES THE OPERATOR
005323* ACTIONS.  A MONITOR WITHOUT IT STILL HAS ITS COUNTS AND
005324* THRESHOLDS TO REPORT, SO AN ABSENT OR UNREADABLE CATALOG IS
005325* NOTED ON OPSRPT AND THE LINES PRINT WITHOUT ACTIONS.
005326*-----------------------------------------------------------------
005327 5250-OPEN-CATALOG.
005328     MOVE 'N' TO WS-CATALOG-FLAG.
005329     OPEN INPUT MSGCAT.
005330     IF MSGCAT-OK
005331         SET CATALOG-OPEN TO TRUE
005332         MOVE "    (ACTION FROM MSGCAT; PAGE = PAGE ON-CALL)"
005333             TO OPSRPT-REC
005334     ELSE
005335         MOVE SPACES TO OPSRPT-REC
005336         STRING "    MESSAGE CATALOG NOT AVAILABLE, STATUS "
005337             WS-MSGCAT-STATUS
005338             " - NO OPERATOR ACTIONS SHOWN"
005339             DELIMITED BY SIZE INTO OPSRPT-REC
005340     END-IF.
005341     WRITE OPSRPT-REC.
005342 5250-EXIT.
005343     EXIT.
005344
005345*    THE COUNT PART OF THE LINE ENDS BY COLUMN 32; THE PAGE FLAG
005346*    GOES IN COLUMNS 35-38 AND THE ACTION FROM COLUMN 41.
005347 5300-MSG-ID-LINE.
005348     MOVE WS-MSG-TAB-COUNT (SUB-1) TO WS-EDIT-COUNT.
005350     MOVE SPACES TO OPSRPT-REC.
005360     STRING "    MESSAGE " DELIMITED BY SIZE
005370         WS-MSG-TAB-ID (SUB-1) DELIMITED BY SIZE
005380         " : " DELIMITED BY SIZE
005390         FUNCTION TRIM(WS-EDIT-COUNT) DELIMITED BY SIZE
005400         INTO OPSRPT-REC.
005401     IF CATALOG-OPEN
005402         MOVE WS-MSG-TAB-ID (SUB-1) TO MSGCAT-MSG-ID
005403         READ MSGCAT
005404             INVALID KEY
005405                 ADD 1 TO WS-UNCATALOGED-COUNT
005406                 MOVE "*** NOT IN CATALOG - NO ACTION ON FILE"
005407                     TO OPSRPT-REC (41:)
005408             NOT INVALID KEY
005409                 IF MSGCAT-PAGE-ONCALL
005410                     MOVE "PAGE" TO OPSRPT-REC (35:4)
005411                 END-IF
005412                 MOVE MSGCAT-ACTION TO OPSRPT-REC (41:80)
005413         END-READ
005414     END-IF.
005415     WRITE OPSRPT-REC.
005420 5300-EXIT.
005430     EXIT.
005440
