000260*                   CONTIGUOUS EULERRES-KEY GROUP.  FIELD NAMES
000270*                   AND TOTAL LENGTH (130) ARE UNCHANGED; EULERLOD
000280*                   CARRIES THE OLD SEQUENTIAL RECORDS ACROSS.
000281*  10/15/2026 DLW   ADDED THE RUN CORRELATION ID SHARED BY EVERY
000282*                   RECORD ONE SUBMISSION WRITES.  RECORD GROWS
000283*                   FROM 130 TO 154 BYTES; EULERMRG, EULERPRG,
000284*                   EULERRST AND THE EULERRPT SORT RECORD CARRY
000285*                   THE NEW LENGTH, AND EULERLOD LOADS OLD
000286*                   SEQUENTIAL RECORDS WITH A BLANK RUN ID.
000287*  10/15/2026 DLW   ADDED THE RECORD STATUS (ACTIVE/VOIDED) AND
000288*                   THE CORRECTION REASON CODE, MAINTAINED BY
000289*                   EULERVOD.  A VOIDED RECORD STAYS ON THE
000290*                   MASTER FOR THE TRAIL BUT IS NEVER OFFERED FOR
000291*                   REUSE.  RECORD GROWS FROM 154 TO 159 BYTES; A
000292*                   BLANK STATUS (ANY RECORD WRITTEN OR ARCHIVED
000293*                   BEFORE THE CHANGE) COUNTS AS ACTIVE.
000294*****************************************************************
000300 01  EULERRES-REC.
000310     05  EULERRES-KEY.
000320         10  EULERRES-PROGRAM-ID        PIC X(08).
000370     05  EULERRES-SEED-MODE             PIC X(01).
000380     05  EULERRES-RESULT-VALUE          PIC 9(38).
000390     05  EULERRES-OPERATOR-ID           PIC X(08).
000400     05  EULERRES-RUN-ID                PIC X(24).
000410     05  EULERRES-STATUS                PIC X(01).
000420         88  EULERRES-ACTIVE            VALUE 'A' ' '.
000430         88  EULERRES-VOIDED            VALUE 'V'.
000440     05  EULERRES-REASON-CODE           PIC X(04).
