000140* VALIDATE THE SUBMITTED OPERCTL ID AGAINST THIS MASTER AT
000150* INITIALIZATION -- AN UNKNOWN OR INACTIVE ID ABENDS THE RUN,
000160* AND THE AUTHORITY LEVEL CAPS THE LIMIT/TARGET AN OPERATOR MAY
000170* SUBMIT, AT THE CEILING THE PGMREG PROGRAM REGISTRY HOLDS FOR
000180* THAT LEVEL AND PROGRAM.
000190*-----------------------------------------------------------------
000200*  DATE       INIT  DESCRIPTION
000210*  ---------- ----  ----------------------------------------------
000220*  08/22/2026 DLW   ORIGINAL COPYBOOK.
000225*  10/15/2026 DLW   THE PER-LEVEL CEILINGS NOW COME FROM PGMREG.
000230*****************************************************************
000240 01  OPERMST-REC.
000250     05  OPERMST-OPERATOR-ID            PIC X(08).
