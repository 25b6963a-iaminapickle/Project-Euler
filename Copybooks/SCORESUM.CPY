000100*****************************************************************
000110* SCORESUM - COMMON RECORD LAYOUT FOR THE MONTH-END SCORECARD
000120* SUMMARY FILE (DD SCORESUM).  EULERSCR APPENDS ONE RECORD PER
000130* PROGRAM ON THE MONTH'S SCORECARD: RUNS COMPUTED AND REUSED AND
000140* THE REUSE RATIO, TOTAL AND WORST ELAPSED HUNDREDTHS, ERROR AND
000150* WARNING MESSAGE COUNTS, SWEEP SETS PROCESSED/SKIPPED/FAILED,
000160* DISTINCT SUBMITTING OPERATORS, AND WHETHER THE REUSE RATIO OR
000170* ELAPSED COST MOVED OUTSIDE TOLERANCE AGAINST THE PRIOR MONTH.
000180* THE FILE IS KEPT SO A MONTH CAN BE COMPARED WITH THE SAME
000190* MONTH A YEAR EARLIER.  A RERUN FOR A MONTH APPENDS AGAIN; THE
000200* LATER CREATED TIMESTAMP IS THE ONE TO KEEP.
000210*-----------------------------------------------------------------
000220*  DATE       INIT  DESCRIPTION
000230*  ---------- ----  ----------------------------------------------
000240*  10/15/2026 DLW   ORIGINAL COPYBOOK.
000250*****************************************************************
000260 01  SCORESUM-REC.
000270     05  SCORESUM-MONTH                 PIC X(06).
000280     05  SCORESUM-PROGRAM-ID            PIC X(08).
000290     05  SCORESUM-COMPUTED              PIC 9(07).
000300     05  SCORESUM-REUSED                PIC 9(07).
000310     05  SCORESUM-REUSE-PCT             PIC 9(03)V9.
000320     05  SCORESUM-ELAPSED-TOTAL         PIC 9(15).
000330     05  SCORESUM-ELAPSED-WORST         PIC 9(09).
000340     05  SCORESUM-ERRORS                PIC 9(07).
000350     05  SCORESUM-WARNINGS              PIC 9(07).
000360     05  SCORESUM-SWEEP-PROCESSED       PIC 9(07).
000370     05  SCORESUM-SWEEP-SKIPPED         PIC 9(07).
000380     05  SCORESUM-SWEEP-FAILED          PIC 9(07).
000390     05  SCORESUM-OPERATORS             PIC 9(05).
000400     05  SCORESUM-REUSE-FLAG            PIC X(01).
000410         88  SCORESUM-REUSE-OUTSIDE     VALUE 'Y'.
000420     05  SCORESUM-ELAPSED-FLAG          PIC X(01).
000430         88  SCORESUM-ELAPSED-OUTSIDE   VALUE 'Y'.
000440     05  SCORESUM-CREATED-TIMESTAMP     PIC X(21).
