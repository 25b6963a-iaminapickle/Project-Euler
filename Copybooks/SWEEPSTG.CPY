000210*  DATE       INIT  DESCRIPTION
000220*  ---------- ----  ----------------------------------------------
000230*  09/02/2026 DLW   ORIGINAL COPYBOOK.
000233*  10/15/2026 DLW   ADDED THE RUN CORRELATION ID OF THE SLICE'S
000236*                   SUBMISSION.
000237*  10/15/2026 DLW   ADDED THE COUNT OF SETS HELD ON APRVQUE FOR A
000238*                   SECOND OPERATOR'S APPROVAL.
000240*****************************************************************
000250 01  SWPSTG-REC.
000260     05  SWPSTG-PROGRAM-ID              PIC X(08).
000320     05  SWPSTG-REUSED                  PIC 9(05).
000330     05  SWPSTG-RECORDS-SEEN            PIC 9(09).
000340     05  SWPSTG-RUN-TIMESTAMP           PIC X(21).
000350     05  SWPSTG-RUN-ID                  PIC X(24).
000360     05  SWPSTG-HELD                    PIC 9(05).
