000200*  DATE       INIT  DESCRIPTION
000210*  ---------- ----  ----------------------------------------------
000220*  09/02/2026 DLW   ORIGINAL COPYBOOK.
000222*  10/15/2026 DLW   ADDED THE RUN CORRELATION ID SHARED BY EVERY
000224*                   RECORD ONE SUBMISSION WRITES.  THE EULERSTA
000226*                   SORT RECORD CARRIES THE NEW LENGTH.
000230*****************************************************************
000240 01  RUNSTAT-REC.
000250     05  RUNSTAT-PROGRAM-ID             PIC X(08).
000290     05  RUNSTAT-LOOP-LIMIT             PIC 9(18).
000300     05  RUNSTAT-ITERATIONS             PIC 9(18).
000310     05  RUNSTAT-DETAIL-LINES           PIC 9(09).
000320     05  RUNSTAT-RUN-ID                 PIC X(24).
