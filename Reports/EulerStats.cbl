000320*                   THE MOST, AND TOTAL ELAPSED -- SO WINDOW
000330*                   IMPACT CAN BE FORECAST BEFORE A LEVEL-3
000340*                   OPERATOR SUBMITS A HUGE LIMIT.
000342*  10/15/2026 DLW   THE SORTWK BYTE LAYOUT FOLLOWS RUNSTATS, WHICH
000344*                   NOW ENDS WITH THE RUN CORRELATION ID;
000346*                   PROCESSING LOGIC IS UNCHANGED.
000350*****************************************************************
000360 ENVIRONMENT DIVISION.
000370 CONFIGURATION SECTION.
000650     05  SORTWK-LOOP-LIMIT          PIC 9(18).
000660     05  SORTWK-ITERATIONS          PIC 9(18).
000670     05  SORTWK-DETAIL-LINES        PIC 9(09).
000675     05  SORTWK-RUN-ID              PIC X(24).
000680 WORKING-STORAGE SECTION.
000690*-----------------------------------------------------------------
000700* FILE STATUS AND DATE WORK AREAS
