000100*****************************************************************
000110* PGMREG - COMMON RECORD LAYOUT FOR THE PROGRAM REGISTRY MASTER
000120* (DD PGMREG).  ONE RECORD PER COMPUTATION PROGRAM THE SUITE MAY
000130* RUN, KEYED (INDEXED) ON THE PROGRAM ID: ITS DESCRIPTION, WHICH
000140* PARAMETERS IT TAKES (LIMIT, SEEDS, MODE, TARGET), THE LOWEST
000150* OPERATOR AUTHORITY LEVEL ALLOWED TO RUN IT, THE LIMIT/TARGET
000160* CEILING FOR EACH AUTHORITY LEVEL 1-9, WHETHER IT SUPPORTS THE
000170* PARAMETER SWEEP AND PRIOR-RESULT REUSE, AND WHETHER IT IS
000180* ACTIVE.  EULERDRV REFUSES A STEP FOR A PROGRAM THAT IS NOT
000190* REGISTERED AND ACTIVE, AND THE COMPUTATION PROGRAMS TAKE THEIR
000200* AUTHORITY CEILINGS FROM HERE.  A ZERO CEILING MEANS THE
000210* REGISTRY PUTS NO CAP ON THAT LEVEL -- ONLY THE PROGRAM'S OWN
000220* FIELD CAPACITY APPLIES, AS FOR LEVEL 3 AND ABOVE BEFORE THE
000230* REGISTRY EXISTED.  MAINTAINED ONLY THROUGH EULERREG.
000240*-----------------------------------------------------------------
000250*  DATE       INIT  DESCRIPTION
000260*  ---------- ----  ----------------------------------------------
000270*  10/15/2026 DLW   ORIGINAL COPYBOOK.
000280*****************************************************************
000290 01  PGMREG-REC.
000300     05  PGMREG-KEY.
000310         10  PGMREG-PROGRAM-ID          PIC X(08).
000320     05  PGMREG-DESCRIPTION             PIC X(40).
000330     05  PGMREG-PARMS-TAKEN.
000340         10  PGMREG-PARM-LIMIT          PIC X(01).
000350             88  PGMREG-TAKES-LIMIT     VALUE 'Y'.
000360         10  PGMREG-PARM-SEEDS          PIC X(01).
000370             88  PGMREG-TAKES-SEEDS     VALUE 'Y'.
000380         10  PGMREG-PARM-MODE           PIC X(01).
000390             88  PGMREG-TAKES-MODE      VALUE 'Y'.
000400         10  PGMREG-PARM-TARGET         PIC X(01).
000410             88  PGMREG-TAKES-TARGET    VALUE 'Y'.
000420     05  PGMREG-MIN-AUTH-LEVEL          PIC 9(01).
000430     05  PGMREG-CEILING-TABLE.
000440         10  PGMREG-LEVEL-CEILING       PIC 9(18)
000450                                        OCCURS 9 TIMES.
000460     05  PGMREG-SWEEP-FLAG              PIC X(01).
000470         88  PGMREG-SWEEP-SUPPORTED     VALUE 'Y'.
000480     05  PGMREG-REUSE-FLAG              PIC X(01).
000490         88  PGMREG-REUSE-SUPPORTED     VALUE 'Y'.
000500     05  PGMREG-ACTIVE-FLAG             PIC X(01).
000510         88  PGMREG-ACTIVE              VALUE 'Y'.
000520     05  PGMREG-LAST-CHANGED            PIC X(21).
000530     05  PGMREG-CHANGED-BY              PIC X(08).
