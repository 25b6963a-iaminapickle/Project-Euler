000330*                   REPORT SHOWS EACH SLICE AND THE TOTALS AND
000340*                   GIVES ONE OVERALL VERDICT; ANY GAP ENDS THE
000350*                   STEP WITH RC-VERIFY-ERROR.
000351*  10/15/2026 DLW   SETS A SLICE HELD FOR A SECOND OPERATOR'S
000352*                   APPROVAL (SWPSTG-HELD) ARE SHOWN ON EACH
000353*                   SLICE LINE, TOTALLED, AND COUNT AS HANDLED
000354*                   IN THE COVERAGE EQUATION.  AN OLDER TRAILER
000355*                   WITHOUT THE COUNT IS TAKEN AS NONE HELD.
000360*****************************************************************
000370 ENVIRONMENT DIVISION.
000380 CONFIGURATION SECTION.
000880         10  WS-SLC-SKIPPED         PIC 9(05).
000890         10  WS-SLC-FAILED          PIC 9(05).
000900         10  WS-SLC-REUSED          PIC 9(05).
000905         10  WS-SLC-HELD            PIC 9(05).
000910         10  WS-SLC-RECORDS-SEEN    PIC 9(09).
000920         10  WS-SLC-TIMESTAMP       PIC X(21).
000930 01  WS-SLICE-ENTRY-COUNT           PIC 9(03) COMP VALUE ZERO.
001120 77  WS-TOTAL-SKIPPED               PIC 9(09) COMP VALUE ZERO.
001130 77  WS-TOTAL-FAILED                PIC 9(09) COMP VALUE ZERO.
001140 77  WS-TOTAL-REUSED                PIC 9(09) COMP VALUE ZERO.
001145 77  WS-TOTAL-HELD                  PIC 9(09) COMP VALUE ZERO.
001150 77  WS-FINDING-COUNT               PIC 9(05) COMP VALUE ZERO.
001160*-----------------------------------------------------------------
001170* REPORT EDIT FIELDS
002570     MOVE SWPSTG-SKIPPED      TO WS-SLC-SKIPPED (WS-MATCH-SUB).
002580     MOVE SWPSTG-FAILED       TO WS-SLC-FAILED (WS-MATCH-SUB).
002590     MOVE SWPSTG-REUSED       TO WS-SLC-REUSED (WS-MATCH-SUB).
002591     IF SWPSTG-HELD IS NUMERIC
002592         MOVE SWPSTG-HELD     TO WS-SLC-HELD (WS-MATCH-SUB)
002593     ELSE
002594         MOVE ZERO            TO WS-SLC-HELD (WS-MATCH-SUB)
002595     END-IF.
002600     MOVE SWPSTG-RECORDS-SEEN
002610         TO WS-SLC-RECORDS-SEEN (WS-MATCH-SUB).
002620     MOVE SWPSTG-RUN-TIMESTAMP
003200         + WS-SLC-PROCESSED (SUB-1)
003210         + WS-SLC-SKIPPED (SUB-1)
003220         + WS-SLC-FAILED (SUB-1)
003230         + WS-SLC-REUSED (SUB-1)
003235         + WS-SLC-HELD (SUB-1).
003240     ADD WS-SLC-PROCESSED (SUB-1) TO WS-TOTAL-PROCESSED.
003250     ADD WS-SLC-SKIPPED (SUB-1)   TO WS-TOTAL-SKIPPED.
003260     ADD WS-SLC-FAILED (SUB-1)    TO WS-TOTAL-FAILED.
003270     ADD WS-SLC-REUSED (SUB-1)    TO WS-TOTAL-REUSED.
003275     ADD WS-SLC-HELD (SUB-1)      TO WS-TOTAL-HELD.
003280     MOVE WS-SLC-PARTITION (SUB-1) TO WS-EDIT-PART.
003290     MOVE WS-SLC-PROCESSED (SUB-1) TO WS-EDIT-COUNT.
003300     MOVE SPACES TO COMBRPT-REC.
003710         INTO COMBRPT-REC
003720         WITH POINTER WS-LINE-PTR
003730     END-STRING.
003731     MOVE WS-SLC-HELD (SUB-1) TO WS-EDIT-COUNT.
003732     STRING " HELD " DELIMITED BY SIZE
003733         FUNCTION TRIM(WS-EDIT-COUNT) DELIMITED BY SIZE
003734         INTO COMBRPT-REC
003735         WITH POINTER WS-LINE-PTR
003736     END-STRING.
003740 4150-EXIT.
003750     EXIT.
003760
004430         FUNCTION TRIM(WS-EDIT-COUNT) DELIMITED BY SIZE
004440         INTO COMBRPT-REC.
004450     WRITE COMBRPT-REC.
004451     MOVE WS-TOTAL-HELD TO WS-EDIT-COUNT.
004452     MOVE SPACES TO COMBRPT-REC.
004453     STRING "  TOTAL HELD FOR APPROVAL   : " DELIMITED BY SIZE
004454         FUNCTION TRIM(WS-EDIT-COUNT) DELIMITED BY SIZE
004455         INTO COMBRPT-REC.
004456     WRITE COMBRPT-REC.
004460     MOVE WS-SUPERSEDED-COUNT TO WS-EDIT-COUNT.
004470     MOVE SPACES TO COMBRPT-REC.
004480     STRING "  SUPERSEDED TRAILERS       : " DELIMITED BY SIZE
