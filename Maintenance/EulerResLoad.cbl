000325*                   AND FATAL RETURN CODES ARE NOW CLASSED: 12 FOR
000326*                   PARM/VALIDATION, 16 FOR FILE I/O, 20 FOR
000327*                   VERIFICATION/RECONCILIATION FAILURES.
000329*  10/15/2026 DLW   EULERRES NOW ENDS WITH THE RUN CORRELATION
000331*                   ID.  THE FROZEN SEQUENTIAL RECORDS PREDATE
000333*                   IT, SO EACH IS LOADED WITH A BLANK RUN ID.
000334*  10/15/2026 DLW   EULERRES NOW CARRIES A RECORD STATUS AND A
000335*                   CORRECTION REASON CODE.  EACH FROZEN RECORD
000336*                   IS LOADED ACTIVE WITH A BLANK REASON.
000337*****************************************************************
000338 ENVIRONMENT DIVISION.
000340 CONFIGURATION SECTION.
000350 SOURCE-COMPUTER. IBM-370.
000360 OBJECT-COMPUTER. IBM-370.
001410                 TO EULERRES-RESULT-VALUE
001420             MOVE EULERSEQ-OPERATOR-ID
001430                 TO EULERRES-OPERATOR-ID
001435             MOVE SPACES TO EULERRES-RUN-ID
001436             SET EULERRES-ACTIVE TO TRUE
001437             MOVE SPACES TO EULERRES-REASON-CODE
001440             WRITE EULERRES-REC
001450                 INVALID KEY
001460                     ADD 1 TO WS-DROPPED-COUNT
