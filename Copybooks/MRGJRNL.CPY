000100*****************************************************************
000110* MRGJRNL - COMMON RECORD LAYOUT FOR THE MERGE JOURNAL (DD
000120* MRGJRNL), APPENDED TO BY EVERY EULERMRG CONSOLIDATION RUN.
000130* EACH RUN IS IDENTIFIED BY ITS CONSOLIDATION ID (THE 16-CHAR
000140* STAMP THE RUN STARTED AT) AND WRITES A BEGIN RECORD ('B'), ONE
000150* ADDED RECORD ('A') FOR EVERY HISTFILE AND EULERRES RECORD IT
000160* PUT ON A MASTER, ONE DROPPED RECORD ('D') FOR EVERY STAGING
000170* RECORD IT DISCARDED AS A DUPLICATE OF ONE ALREADY THERE, AND
000180* AN END RECORD ('E') CARRYING ITS ADDED COUNTS.  EULERBKO READS
000190* THE JOURNAL TO BACK A CONSOLIDATION OUT AND APPENDS A BACKED-
000200* OUT RECORD ('X'); EULERPRG APPENDS A PURGE RECORD ('P') WITH
000210* ITS CUTOFF DATE WHENEVER IT ARCHIVES MASTER RECORDS.  THE
000220* IMAGE IS THE WHOLE HISTREC OR EULERRES RECORD.
000230*-----------------------------------------------------------------
000240*  DATE       INIT  DESCRIPTION
000250*  ---------- ----  ----------------------------------------------
000260*  10/15/2026 DLW   ORIGINAL COPYBOOK.
000270*****************************************************************
000280 01  MRGJ-REC.
000290*    FOR A PURGE OR BACKED-OUT RECORD, THE STAMP OF THAT RUN.
000300     05  MRGJ-CONSOL-ID                 PIC X(16).
000310     05  MRGJ-REC-TYPE                  PIC X(01).
000320         88  MRGJ-BEGIN                 VALUE 'B'.
000330         88  MRGJ-ADDED                 VALUE 'A'.
000340         88  MRGJ-DROPPED               VALUE 'D'.
000350         88  MRGJ-END                   VALUE 'E'.
000360         88  MRGJ-BACKED-OUT            VALUE 'X'.
000370         88  MRGJ-PURGE                 VALUE 'P'.
000380*    'HISTFILE' OR 'EULERRES' ON AN ADDED OR DROPPED RECORD.
000390     05  MRGJ-MASTER                    PIC X(08).
000400         88  MRGJ-HISTFILE              VALUE 'HISTFILE'.
000410         88  MRGJ-EULERRES              VALUE 'EULERRES'.
000420*    'HISTSTG' OR 'RESSTG' -- THE DD THE RECORD WAS STAGED ON.
000430     05  MRGJ-STAGING-DD                PIC X(08).
000440     05  MRGJ-TIMESTAMP                 PIC X(21).
000450*    ADDED (END), REMOVED (BACKED-OUT) OR ARCHIVED (PURGE).
000460     05  MRGJ-HIST-COUNT                PIC 9(09).
000470     05  MRGJ-RES-COUNT                 PIC 9(09).
000480*    BACKED-OUT: THE CONSOLIDATION BACKED OUT.  PURGE: THE
000490*    CUTOFF DATE (YYYYMMDD) RECORDS WERE ARCHIVED BEFORE.
000500     05  MRGJ-REFERENCE                 PIC X(16).
000510     05  MRGJ-OPERATOR-ID               PIC X(08).
000520     05  MRGJ-IMAGE                     PIC X(159).
000530     05  MRGJ-HIST-IMAGE REDEFINES MRGJ-IMAGE.
000540         10  MRGJ-HIST-REC              PIC X(110).
000550         10  FILLER                     PIC X(49).
000560     05  MRGJ-RES-IMAGE REDEFINES MRGJ-IMAGE.
000570         10  MRGJ-RES-KEY               PIC X(29).
000580         10  FILLER                     PIC X(130).
