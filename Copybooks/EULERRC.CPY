000110* EULERRC - THE SUITE'S STANDARD RETURN-CODE CLASSES, SO THE
000120* SCHEDULER CAN BRANCH ON WHAT KIND OF FAILURE A STEP HAD
000130* INSTEAD OF SEEING A FLAT 16 FOR EVERYTHING:
000132*   01 - CALENDAR SKIP DAY (HOLIDAY OR NON-BUSINESS DAY), NOTHING
000134*        RUN BY DESIGN
000136*   02 - NO BUSINESS-CALENDAR ENTRY FOR THE RUN DATE, NOTHING RUN
000137*   03 - LIMIT OR TARGET OVER THE APPROVAL THRESHOLD, HELD ON
000138*        APRVQUE FOR A SECOND OPERATOR, NOTHING RUN
000140*   12 - PARM, CONTROL-CARD OR VALIDATION FAILURE
000150*   16 - FILE I/O FAILURE (OPEN, WRITE, REWRITE)
000160*   20 - VERIFICATION OR COUNT-RECONCILIATION FAILURE
000180*  DATE       INIT  DESCRIPTION
000190*  ---------- ----  ----------------------------------------------
000200*  08/22/2026 DLW   ORIGINAL COPYBOOK.
000202*  10/15/2026 DLW   ADDED THE TWO CLEAN-ENDING CALENDAR CODES
000204*                   EULERDRV SETS WHEN ITS BUSINESS CALENDAR
000206*                   SAYS THERE IS NOTHING TO RUN TODAY.
000207*  10/15/2026 DLW   ADDED THE HELD-FOR-APPROVAL CODE THE
000208*                   COMPUTATION PROGRAMS SET WHEN A SUBMISSION
000209*                   IS QUEUED ON APRVQUE INSTEAD OF RUN.
000210*****************************************************************
000220 01  EULER-RETURN-CODES.
000223     05  RC-CAL-SKIP                    PIC 9(02) VALUE 01.
000226     05  RC-CAL-NO-ENTRY                PIC 9(02) VALUE 02.
000228     05  RC-APPROVAL-HELD               PIC 9(02) VALUE 03.
000230     05  RC-PARM-ERROR                  PIC 9(02) VALUE 12.
000240     05  RC-FILE-ERROR                  PIC 9(02) VALUE 16.
000250     05  RC-VERIFY-ERROR                PIC 9(02) VALUE 20.
