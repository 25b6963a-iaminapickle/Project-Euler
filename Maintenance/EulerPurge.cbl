000450*                   GROWS FROM 85 TO 86 BYTES.  THE HISTARCH AND
000460*                   HISTTEMP RECORDS FOLLOW; PROCESSING LOGIC IS
000470*                   UNCHANGED.
000472*  10/15/2026 DLW   HISTREC AND EULERRES CARRY THE NEW RUN
000474*                   CORRELATION ID AND GROW TO 110 AND 154 BYTES.
000476*                   THE ARCHIVE AND TEMPORARY RECORDS FOLLOW;
000478*                   PROCESSING LOGIC IS UNCHANGED.
000479*  10/15/2026 DLW   EULERRES CARRIES THE NEW RECORD STATUS AND
000480*                   CORRECTION REASON CODE AND GROWS TO 159
000481*                   BYTES.  THE ARCHIVE AND TEMPORARY RECORDS
000482*                   FOLLOW, SO A VOIDED RECORD GOES TO EULARCH
000483*                   STILL MARKED VOIDED; PROCESSING LOGIC IS
000484*                   UNCHANGED.
000485*  10/15/2026 DLW   A RUN THAT ARCHIVES ANY RECORD NOW APPENDS A
000486*                   PURGE RECORD WITH ITS CUTOFF DATE AND COUNTS
000487*                   TO THE MRGJRNL MERGE JOURNAL, SO EULERBKO
000488*                   REFUSES TO BACK OUT A CONSOLIDATION WHOSE
000489*                   RECORDS HAVE SINCE GONE TO THE ARCHIVES.  THE
000490*                   JOURNAL IS OPENED BEFORE EITHER MASTER IS
000491*                   TOUCHED.
000492*****************************************************************
000493 ENVIRONMENT DIVISION.
000500 CONFIGURATION SECTION.
000510 SOURCE-COMPUTER. IBM-370.
000520 OBJECT-COMPUTER. IBM-370.
000780     SELECT PURGERPT ASSIGN TO "PURGERPT"
000790         ORGANIZATION IS LINE SEQUENTIAL
000800         FILE STATUS IS WS-PURGERPT-STATUS.
000802     SELECT MRGJRNL ASSIGN TO "MRGJRNL"
000804         ORGANIZATION IS LINE SEQUENTIAL
000806         FILE STATUS IS WS-MRGJRNL-STATUS.
000810 DATA DIVISION.
000820 FILE SECTION.
000830 FD  RETNCTL
000890     COPY HISTREC.
000900 FD  HISTARCH
000910     RECORDING MODE IS F.
000920 01  HISTARCH-REC                   PIC X(110).
000930 FD  HISTTEMP
000940     RECORDING MODE IS F.
000950 01  HISTTEMP-REC                   PIC X(110).
000960 FD  EULERRES
000970     RECORDING MODE IS F.
000980     COPY EULERRES.
000990 FD  EULARCH
001000     RECORDING MODE IS F.
001010 01  EULARCH-REC                    PIC X(159).
001020 FD  RESTEMP
001030     RECORDING MODE IS F.
001040 01  RESTEMP-REC                    PIC X(159).
001050 FD  PURGERPT
001060     RECORDING MODE IS F.
001070 01  PURGERPT-REC                   PIC X(80).
001072 FD  MRGJRNL
001074     RECORDING MODE IS F.
001076     COPY MRGJRNL.
001080 WORKING-STORAGE SECTION.
001090*-----------------------------------------------------------------
001100* FILE STATUS WORK AREAS
001270     88  RESTEMP-OK                 VALUE '00'.
001280 01  WS-PURGERPT-STATUS             PIC X(02) VALUE SPACES.
001290     88  PURGERPT-OK                VALUE '00'.
001293 01  WS-MRGJRNL-STATUS              PIC X(02) VALUE SPACES.
001296     88  MRGJRNL-OK                 VALUE '00'.
001300 01  WS-EOF-FLAG                    PIC X(01) VALUE 'N'.
001310     88  FILE-EOF                   VALUE 'Y'.
001320*-----------------------------------------------------------------
001410 01  WS-CUTOFF-NUM                  PIC 9(08) VALUE ZERO.
001420 01  WS-CUTOFF-DATE                 PIC X(08) VALUE SPACES.
001430 01  WS-RECORD-DATE                 PIC X(08) VALUE SPACES.
001435 01  WS-TIMESTAMP                   PIC X(21) VALUE SPACES.
001440*-----------------------------------------------------------------
001450* RECONCILIATION COUNTERS
001460*-----------------------------------------------------------------
001700     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001710     PERFORM 2000-PURGE-HISTFILE THRU 2000-EXIT.
001720     PERFORM 3000-PURGE-EULERRES THRU 3000-EXIT.
001725     PERFORM 3900-JOURNAL-PURGE THRU 3900-EXIT.
001730     PERFORM 4000-WRITE-REPORT THRU 4000-EXIT.
001740     PERFORM 4500-RECONCILE THRU 4500-EXIT.
001750     GOBACK.
001780* 1000-INITIALIZE -- READ THE RETENTION-DAYS CONTROL CARD AND
001790* DERIVE THE CUTOFF DATE.  A MISSING OR UNUSABLE CARD ABENDS THE
001800* RUN -- A RETENTION UTILITY WITH NO STATED RETENTION MUST NEVER
001810* GUESS ONE AND START MOVING MASTER RECORDS.  THE MERGE JOURNAL
001813* IS OPENED HERE TOO: AN ARCHIVING RUN THE JOURNAL DID NOT SEE
001816* WOULD LET EULERBKO BACK OUT RECORDS THAT ARE NO LONGER THERE.
001820*-----------------------------------------------------------------
001830 1000-INITIALIZE.
001840     OPEN OUTPUT PURGERPT.
002270     COMPUTE WS-CUTOFF-NUM =
002280         FUNCTION DATE-OF-INTEGER(WS-CUTOFF-INT).
002290     MOVE WS-CUTOFF-NUM TO WS-CUTOFF-DATE.
002291     MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP.
002292     OPEN EXTEND MRGJRNL.
002293     IF WS-MRGJRNL-STATUS = '35'
002294         OPEN OUTPUT MRGJRNL
002295         CLOSE MRGJRNL
002296         OPEN EXTEND MRGJRNL
002297     END-IF.
002298     IF NOT MRGJRNL-OK
002299         MOVE "PRG015E" TO MSG-ID
002300         STRING "UNABLE TO OPEN MRGJRNL, STATUS "
002301             WS-MRGJRNL-STATUS
002302             DELIMITED BY SIZE INTO MSG-TEXT
002303         PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
002304         MOVE RC-FILE-ERROR TO RETURN-CODE
002305         STOP RUN
002306     END-IF.
002307 1000-EXIT.
002310     EXIT.
002320
002330*-----------------------------------------------------------------
004510 3600-EXIT.
004520     EXIT.
004530
004531*-----------------------------------------------------------------
004532* 3900-JOURNAL-PURGE -- WHEN ANY RECORD WENT TO THE ARCHIVES,
004533* APPEND A PURGE RECORD TO THE MERGE JOURNAL WITH THE CUTOFF
004534* DATE AND THE ARCHIVED COUNTS.  EULERBKO TREATS ANY RECORD OF A
004535* CONSOLIDATION DATED BEFORE A LATER PURGE'S CUTOFF AS ARCHIVED.
004536*-----------------------------------------------------------------
004537 3900-JOURNAL-PURGE.
004538     IF WS-HIST-ARCH-COUNT = ZERO AND WS-RES-ARCH-COUNT = ZERO
004539         CLOSE MRGJRNL
004540         GO TO 3900-EXIT
004541     END-IF.
004542     MOVE SPACES TO MRGJ-REC.
004543     MOVE WS-TIMESTAMP(1:16)  TO MRGJ-CONSOL-ID.
004544     SET MRGJ-PURGE TO TRUE.
004545     MOVE WS-TIMESTAMP        TO MRGJ-TIMESTAMP.
004546     MOVE WS-HIST-ARCH-COUNT  TO MRGJ-HIST-COUNT.
004547     MOVE WS-RES-ARCH-COUNT   TO MRGJ-RES-COUNT.
004548     MOVE WS-CUTOFF-DATE      TO MRGJ-REFERENCE.
004549     WRITE MRGJ-REC.
004550     IF NOT MRGJRNL-OK
004551         MOVE "PRG016E" TO MSG-ID
004552         STRING "UNABLE TO WRITE MRGJRNL, STATUS "
004553             WS-MRGJRNL-STATUS
004554             DELIMITED BY SIZE INTO MSG-TEXT
004555         PERFORM 9800-LOG-MESSAGE THRU 9800-EXIT
004556         MOVE 'N' TO WS-RECONCILE-FLAG
004557     END-IF.
004558     CLOSE MRGJRNL.
004559 3900-EXIT.
004560     EXIT.
004561
004562*-----------------------------------------------------------------
004563* 4000-WRITE-REPORT -- PRINT THE RETENTION PARAMETERS AND THE
004564* ARCHIVED/RETAINED COUNTS FOR BOTH MASTERS TO PURGERPT AND TO
004570* THE JOB LOG.
004580*-----------------------------------------------------------------
004590 4000-WRITE-REPORT.
