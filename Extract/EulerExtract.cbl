000345*                   AND FATAL RETURN CODES ARE NOW CLASSED: 12 FOR
000346*                   PARM/VALIDATION, 16 FOR FILE I/O, 20 FOR
000347*                   VERIFICATION/RECONCILIATION FAILURES.
000348*  10/15/2026 DLW   A VOIDED EULERRES RECORD (SEE EULERVOD) IS NO
000349*                   LONGER EXTRACTED -- A WITHDRAWN ANSWER MUST
000350*                   NOT REACH THE DOWNSTREAM WORLD.  THE ROW
000351*                   LAYOUT IS UNCHANGED; THE VOIDED RECORDS
000352*                   PASSED OVER ARE COUNTED ON THE JOB LOG.
000353*****************************************************************
000354 ENVIRONMENT DIVISION.
000360 CONFIGURATION SECTION.
000370 SOURCE-COMPUTER. IBM-370.
000380 OBJECT-COMPUTER. IBM-370.
001010*-----------------------------------------------------------------
001020 77  WS-READ-COUNT                  PIC 9(09) COMP VALUE ZERO.
001030 77  WS-WRITTEN-COUNT               PIC 9(09) COMP VALUE ZERO.
001035 77  WS-VOIDED-COUNT                PIC 9(09) COMP VALUE ZERO.
001040*-----------------------------------------------------------------
001050* FIELD EDIT AND TIMESTAMP REFORMAT WORK AREAS
001060*-----------------------------------------------------------------
002230         NOT AT END
002240             ADD 1 TO WS-READ-COUNT
002250             MOVE EULERRES-RUN-TIMESTAMP(1:8) TO WS-RECORD-DATE
002252             IF EULERRES-VOIDED
002254                 ADD 1 TO WS-VOIDED-COUNT
002256                 GO TO 2100-EXIT
002258             END-IF
002260             IF (WS-SELECT-PROGRAM = SPACES
002270                     OR EULERRES-PROGRAM-ID = WS-SELECT-PROGRAM)
002280                     AND WS-RECORD-DATE >= WS-FROM-DATE
003370     MOVE WS-WRITTEN-COUNT TO WS-EDIT-COUNT.
003380     DISPLAY "EULEREXT - ROWS EXTRACTED   : "
003390         FUNCTION TRIM(WS-EDIT-COUNT).
003392     MOVE WS-VOIDED-COUNT TO WS-EDIT-COUNT.
003394     DISPLAY "EULEREXT - VOIDED, SKIPPED  : "
003396         FUNCTION TRIM(WS-EDIT-COUNT).
003400 4000-EXIT.
003410     EXIT.
003420
