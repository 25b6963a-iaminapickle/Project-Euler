000374*                   TRIPLE IS AN ADEQUATE IDENTITY FOR LEGACY
000375*                   ROWS) BEFORE BEING CALLED AN ORPHAN.  THE
000376*                   LEGACY MATCHES ARE COUNTED ON AUDRPT.
000377*  10/15/2026 DLW   A VOIDED EULERRES RECORD (SEE EULERVOD) STILL
000378*                   CLAIMS ITS HISTFILE TWIN -- THE RUN HAPPENED
000379*                   -- BUT IS LISTED AS VOIDED WITH ITS REASON
000380*                   CODE AND KEPT OUT OF THE RESULT-CONFLICT
000381*                   CHECK, SO A WITHDRAWN WRONG ANSWER NEITHER
000382*                   RAISES NOR MASKS A CONFLICT.  THE VOIDED
000383*                   COUNT IS SHOWN ON AUDRPT.
000384*****************************************************************
000385 ENVIRONMENT DIVISION.
000390 CONFIGURATION SECTION.
000400 SOURCE-COMPUTER. IBM-370.
000410 OBJECT-COMPUTER. IBM-370.
001300 77  WS-RES-ORPHAN-COUNT            PIC 9(09) COMP VALUE ZERO.
001310 77  WS-HIST-ORPHAN-COUNT           PIC 9(09) COMP VALUE ZERO.
001320 77  WS-CONFLICT-COUNT              PIC 9(09) COMP VALUE ZERO.
001325 77  WS-RES-VOIDED-COUNT            PIC 9(09) COMP VALUE ZERO.
001330 77  WS-FINDING-COUNT               PIC 9(09) COMP VALUE ZERO.
001340*-----------------------------------------------------------------
001350* REPORT EDIT FIELDS
002660         NOT AT END
002670             ADD 1 TO WS-RES-READ-COUNT
002680             PERFORM 3200-MATCH-TO-HIST THRU 3200-EXIT
002682             IF EULERRES-VOIDED
002684                 PERFORM 3400-VOIDED-LINE THRU 3400-EXIT
002686             ELSE
002690                 PERFORM 3300-CHECK-PARM-SET THRU 3300-EXIT
002695             END-IF
002700     END-READ.
002710 3100-EXIT.
002720     EXIT.
003730     END-IF.
003740 3350-EXIT.
003750     EXIT.
003751
003752*-----------------------------------------------------------------
003753* 3400-VOIDED-LINE -- A VOIDED RECORD IS NOT A FINDING.  IT IS
003754* LISTED FOR THE RECORD AND COUNTED, AND ITS RESULT IS NOT
003755* ENTERED IN THE PARAMETER-SET TABLE.
003756*-----------------------------------------------------------------
003757 3400-VOIDED-LINE.
003758     ADD 1 TO WS-RES-VOIDED-COUNT.
003759     MOVE EULERRES-LOOP-LIMIT TO WS-EDIT-LIMIT.
003760     MOVE SPACES TO AUDRPT-REC.
003761     STRING "  EULERRES VOIDED - PROGRAM " DELIMITED BY SIZE
003762         EULERRES-PROGRAM-ID DELIMITED BY SIZE
003763         " LIMIT " DELIMITED BY SIZE
003764         FUNCTION TRIM(WS-EDIT-LIMIT) DELIMITED BY SIZE
003765         " RUN " DELIMITED BY SIZE
003766         EULERRES-RUN-TIMESTAMP DELIMITED BY SIZE
003767         " REASON " DELIMITED BY SIZE
003768         EULERRES-REASON-CODE DELIMITED BY SIZE
003769         INTO AUDRPT-REC.
003770     WRITE AUDRPT-REC.
003771 3400-EXIT.
003772     EXIT.
003773
003774*-----------------------------------------------------------------
003780* 4000-REPORT-HIST-ORPHANS -- WHATEVER HISTFILE ENTRIES NO
003790* EULERRES RECORD CLAIMED ARE THE OTHER SIDE'S ORPHANS.
003800*-----------------------------------------------------------------
004334         FUNCTION TRIM(WS-EDIT-COUNT) DELIMITED BY SIZE
004335         INTO AUDRPT-REC.
004336     WRITE AUDRPT-REC.
004337     MOVE WS-RES-VOIDED-COUNT TO WS-EDIT-COUNT.
004338     MOVE SPACES TO AUDRPT-REC.
004339     STRING "  VOIDED (NOT CHECKED)    : " DELIMITED BY SIZE
004340         FUNCTION TRIM(WS-EDIT-COUNT) DELIMITED BY SIZE
004341         INTO AUDRPT-REC.
004342     WRITE AUDRPT-REC.
004343     MOVE WS-RES-ORPHAN-COUNT TO WS-EDIT-COUNT.
004350     MOVE SPACES TO AUDRPT-REC.
004360     STRING "  EULERRES ORPHANS        : " DELIMITED BY SIZE
004370         FUNCTION TRIM(WS-EDIT-COUNT) DELIMITED BY SIZE
