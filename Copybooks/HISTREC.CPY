000189*                   BYTES; EULERMRG, EULERPRG AND EULERRST CARRY
000190*                   THE NEW LENGTH, AND OLD 85-BYTE RECORDS READ
000191*                   BACK WITH A BLANK FLAG.
000192*  10/15/2026 DLW   ADDED THE RUN CORRELATION ID SHARED BY EVERY
000193*                   RECORD ONE SUBMISSION WRITES.  RECORD GROWS
000194*                   FROM 86 TO 110 BYTES; EULERMRG, EULERPRG AND
000195*                   EULERRST CARRY THE NEW LENGTH, AND OLD 86-
000196*                   BYTE RECORDS READ BACK WITH A BLANK RUN ID.
000197*****************************************************************
000200 01  HISTREC.
000210     05  HIST-PROGRAM-NAME               PIC X(08).
000220     05  HIST-LOOP-LIMIT                 PIC 9(18).
000250     05  HIST-RUN-SOURCE                 PIC X(01).
000260         88  HIST-SOURCE-COMPUTED        VALUE 'C'.
000270         88  HIST-SOURCE-REUSED          VALUE 'R'.
000280     05  HIST-RUN-ID                     PIC X(24).
