000343*                   RECORD FOLLOWS; AN 85-BYTE RECORD ARCHIVED
000344*                   BEFORE THE CHANGE READS BACK WITH A BLANK
000345*                   FLAG AND RESTORES UNHARMED.
000347*  10/15/2026 DLW   HISTREC AND EULERRES CARRY THE NEW RUN
000349*                   CORRELATION ID AND GROW TO 110 AND 154 BYTES.
000351*                   BOTH ARCHIVE RECORDS FOLLOW; A RECORD
000353*                   ARCHIVED BEFORE THE CHANGE READS BACK WITH A
000355*                   BLANK RUN ID AND RESTORES UNHARMED.
000356*  10/15/2026 DLW   EULERRES CARRIES THE NEW RECORD STATUS AND
000357*                   CORRECTION REASON CODE AND GROWS TO 159
000358*                   BYTES.  THE EULARCH RECORD FOLLOWS, SO A
000359*                   VOIDED RECORD COMES BACK STILL VOIDED; ONE
000360*                   ARCHIVED BEFORE THE CHANGE READS BACK WITH A
000361*                   BLANK STATUS, WHICH COUNTS AS ACTIVE.
000362*****************************************************************
000363 ENVIRONMENT DIVISION.
000370 CONFIGURATION SECTION.
000380 SOURCE-COMPUTER. IBM-370.
000390 OBJECT-COMPUTER. IBM-370.
000670     05  RSTCTL-TO-DATE             PIC X(08).
000680 FD  HISTARCH
000690     RECORDING MODE IS F.
000700 01  HISTARCH-REC                   PIC X(110).
000710 FD  EULARCH
000720     RECORDING MODE IS F.
000730 01  EULARCH-REC                    PIC X(159).
000740 FD  HISTWORK
000750     RECORDING MODE IS F.
000760     COPY HISTREC.
