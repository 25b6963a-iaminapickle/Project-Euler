000100*****************************************************************
000110* DRVSUM - COMMON RECORD LAYOUT FOR THE EULERDRV COMBINED SUMMARY
000120* OUTPUT FILE (DD SUMMOUT).  ONE RECORD PER JOBPLAN STEP, EACH
000130* CARRYING THE RUN DATE, RUN ID AND PLAN, THE STEP'S PROGRAM, HOW
000140* IT ENDED, AND ITS LIMIT USED/RESULT VALUE AND RETURN CODE, SO A
000145* WEEKLY REPORT CAN BE BUILT FROM ONE SUBMISSION.
000150*-----------------------------------------------------------------
000160*  DATE       INIT  DESCRIPTION
000170*  ---------- ----  ----------------------------------------------
000190*                   STEPS FAILED ALONGSIDE THE RESULTS.  A SLOT
000191*                   FOR A PROGRAM THE JOBPLAN DID NOT RUN IS
000192*                   LEFT WITH SPACES IN ITS PROGRAM ID.
000194*  10/15/2026 DLW   ADDED THE RUN CORRELATION ID EULERDRV HANDS
000196*                   TO EVERY STEP OF THE SUBMISSION.
000198*  10/15/2026 DLW   ADDED THE PLAN EULERDRV TOOK FROM ITS BUSINESS
000200*                   CALENDAR AND THE REASON IT CHOSE IT.  A SKIP
000202*                   OR NO-ENTRY DAY WRITES THE RECORD WITH EVERY
000204*                   SLOT EMPTY.
000212*  10/15/2026 DLW   ONE RECORD PER STEP IN PLACE OF THE THREE
000220*                   FIXED PROBLEM1/2/3 SLOTS, NOW THAT EULERDRV
000228*                   RUNS WHATEVER THE PGMREG REGISTRY HOLDS.  THE
000236*                   STEP STATUS SHOWS WHETHER THE STEP RAN, WAS
000244*                   NOT REACHED AFTER A STOP, OR WAS REFUSED AS
000252*                   UNREGISTERED OR INACTIVE.  A DAY THAT RUNS NO
000260*                   STEPS WRITES ONE RECORD WITH STEP NUMBER ZERO
000268*                   AND NO PROGRAM ID.
000276*****************************************************************
000284 01  DRVSUM-REC.
000292     05  DRVSUM-RUN-DATE                PIC X(08).
000300*    THE SUBMISSION, REPEATED ON EVERY STEP RECORD
000315     05  DRVSUM-RUN-ID                  PIC X(24).
000325     05  DRVSUM-PLAN-NAME               PIC X(08).
000335     05  DRVSUM-PLAN-REASON             PIC X(40).
000345*    THE STEP ITSELF
000355*    PROBLEM3'S TARGET IS CARRIED IN THE LIMIT-USED FIELD
000365     05  DRVSUM-STEP-NUMBER             PIC 9(02).
000375     05  DRVSUM-PROGRAM-ID              PIC X(08).
000385     05  DRVSUM-STEP-STATUS             PIC X(01).
000395         88  DRVSUM-STEP-RAN            VALUE 'R'.
000405         88  DRVSUM-STEP-NOT-RUN        VALUE 'N'.
000415         88  DRVSUM-STEP-REFUSED        VALUE 'X'.
000425         88  DRVSUM-NO-STEP             VALUE ' '.
000435     05  DRVSUM-LIMIT-USED              PIC 9(18).
000445     05  DRVSUM-RESULT-VALUE            PIC 9(38).
000455     05  DRVSUM-RETURN-CODE             PIC 9(02).
