000305*                   AND FATAL RETURN CODES ARE NOW CLASSED: 12 FOR
000306*                   PARM/VALIDATION, 16 FOR FILE I/O, 20 FOR
000307*                   VERIFICATION/RECONCILIATION FAILURES.
000309*  10/15/2026 DLW   THE SORTWK BYTE LAYOUT FOLLOWS EULERRES, WHICH
000311*                   NOW ENDS WITH THE RUN CORRELATION ID;
000313*                   PROCESSING LOGIC IS UNCHANGED.
000314*  10/15/2026 DLW   A VOIDED RUN (SEE EULERVOD) IS PRINTED IN ITS
000315*                   PLACE TAGGED VOIDED WITH ITS REASON CODE BUT
000316*                   TAKES NO PART IN THE DELTAS, THE SECTION
000317*                   STATISTICS OR THE RUN COUNTS; EACH SECTION
000318*                   AND THE GRAND SUMMARY SHOW THE VOIDED COUNT.
000319*****************************************************************
000320 ENVIRONMENT DIVISION.
000321 CONFIGURATION SECTION.
000330 SOURCE-COMPUTER. IBM-370.
000340 OBJECT-COMPUTER. IBM-370.
000350 INPUT-OUTPUT SECTION.
000580     05  SORTWK-SEED-MODE           PIC X(01).
000590     05  SORTWK-RESULT-VALUE        PIC 9(38).
000610     05  SORTWK-OPERATOR-ID         PIC X(08).
000615     05  SORTWK-RUN-ID              PIC X(24).
000616     05  SORTWK-STATUS              PIC X(01).
000617         88  SORTWK-VOIDED          VALUE 'V'.
000618     05  SORTWK-REASON-CODE         PIC X(04).
000620 WORKING-STORAGE SECTION.
000630*-----------------------------------------------------------------
000640* FILE STATUS AND DATE WORK AREAS
001040* PER-SECTION (PER PROGRAM ID) ACCUMULATORS
001050*-----------------------------------------------------------------
001060 01  WS-SECTION-RUN-COUNT           PIC 9(09) VALUE ZERO.
001065 01  WS-SECTION-VOID-COUNT          PIC 9(09) VALUE ZERO.
001070 01  WS-FIRST-RUN-TIMESTAMP         PIC X(21) VALUE HIGH-VALUES.
001080 01  WS-FIRST-RUN-LIMIT             PIC 9(18) VALUE ZERO.
001090 01  WS-LAST-RUN-TIMESTAMP          PIC X(21) VALUE LOW-VALUES.
001270* GRAND-SUMMARY ACCUMULATORS
001280*-----------------------------------------------------------------
001290 01  WS-GRAND-RUN-COUNT             PIC 9(09) VALUE ZERO.
001295 01  WS-GRAND-VOID-COUNT            PIC 9(09) VALUE ZERO.
001300 01  WS-PROG-TABLE.
001310     05  WS-PROG-ENTRY OCCURS 20 TIMES.
001320         10  WS-PROG-ID             PIC X(08).
002260         END-IF
002270         PERFORM 8300-START-SECTION THRU 8300-EXIT
002280     END-IF.
002282     IF SORTWK-VOIDED
002284         PERFORM 8420-VOIDED-LINE THRU 8420-EXIT
002286     ELSE
002290         PERFORM 8400-DETAIL-LINE THRU 8400-EXIT
002300         PERFORM 8450-ACCUMULATE THRU 8450-EXIT
002310         MOVE SORTWK-PROGRAM-ID    TO WS-PREV-PROGRAM-ID
002320         MOVE SORTWK-LOOP-LIMIT    TO WS-PREV-LOOP-LIMIT
002330         MOVE SORTWK-SEED-FIB1     TO WS-PREV-SEED-FIB1
002340         MOVE SORTWK-SEED-FIB2     TO WS-PREV-SEED-FIB2
002350         MOVE SORTWK-SEED-MODE     TO WS-PREV-SEED-MODE
002360         MOVE SORTWK-RESULT-VALUE  TO WS-PREV-RESULT-VALUE
002365     END-IF.
002370     MOVE 'N' TO WS-FIRST-RECORD-FLAG.
002380     PERFORM 8100-RETURN-RECORD THRU 8100-EXIT.
002390 8200-EXIT.
002410
002420 8300-START-SECTION.
002430     MOVE ZERO        TO WS-SECTION-RUN-COUNT.
002435     MOVE ZERO        TO WS-SECTION-VOID-COUNT.
002440     MOVE HIGH-VALUES TO WS-FIRST-RUN-TIMESTAMP.
002450     MOVE LOW-VALUES  TO WS-LAST-RUN-TIMESTAMP.
002460     MOVE ZERO        TO WS-FIRST-RUN-LIMIT.
003110     PERFORM 9100-WRITE-LINE THRU 9100-EXIT.
003120 8400-EXIT.
003130     EXIT.
003131
003132*-----------------------------------------------------------------
003133* 8420-VOIDED-LINE -- A VOIDED RUN IS LISTED WHERE IT FALLS, WITH
003134* ITS REASON CODE, BUT LEAVES THE DELTA CHAIN ALONE: THE NEXT
003135* ACTIVE RUN IS COMPARED WITH THE LAST ACTIVE ONE.  A VOIDED RUN
003136* THAT OPENS A SECTION STILL ANCHORS THE CONTROL BREAK, SO THE
003137* SAVED PARAMETER SET IS SPOILED TO FORCE A FIRST-RUN TAG ON THE
003138* SECTION'S FIRST ACTIVE RUN.
003139*-----------------------------------------------------------------
003140 8420-VOIDED-LINE.
003141     MOVE SORTWK-LOOP-LIMIT   TO WS-EDIT-LIMIT.
003142     MOVE SORTWK-RESULT-VALUE TO WS-EDIT-RESULT.
003143     MOVE SPACES TO TRENDRPT-REC.
003144     STRING "  " DELIMITED BY SIZE
003145         SORTWK-RUN-TIMESTAMP DELIMITED BY SIZE
003146         " LIMIT=" DELIMITED BY SIZE
003147         FUNCTION TRIM(WS-EDIT-LIMIT) DELIMITED BY SIZE
003148         " OPER=" DELIMITED BY SIZE
003149         SORTWK-OPERATOR-ID DELIMITED BY SIZE
003150         " *** VOIDED, REASON " DELIMITED BY SIZE
003151         SORTWK-REASON-CODE DELIMITED BY SIZE
003152         " ***" DELIMITED BY SIZE
003153         INTO TRENDRPT-REC.
003154     PERFORM 9100-WRITE-LINE THRU 9100-EXIT.
003155     MOVE SPACES TO TRENDRPT-REC.
003156     STRING "      RESULT=" DELIMITED BY SIZE
003157         FUNCTION TRIM(WS-EDIT-RESULT) DELIMITED BY SIZE
003158         " (EXCLUDED FROM DELTAS AND COUNTS)" DELIMITED BY SIZE
003159         INTO TRENDRPT-REC.
003160     PERFORM 9100-WRITE-LINE THRU 9100-EXIT.
003161     ADD 1 TO WS-SECTION-VOID-COUNT.
003162     ADD 1 TO WS-GRAND-VOID-COUNT.
003163     IF WS-PREV-PROGRAM-ID = SPACES
003164         MOVE LOW-VALUE TO WS-PREV-SEED-MODE
003165         MOVE SORTWK-PROGRAM-ID TO WS-PREV-PROGRAM-ID
003166     END-IF.
003167 8420-EXIT.
003168     EXIT.
003169
003170*-----------------------------------------------------------------
003171* 8450-ACCUMULATE -- FOLD THIS RUN INTO THE SECTION AND GRAND
003172* TOTALS: FIRST/LAST LOOP-LIMIT BY RUN TIMESTAMP, THE LOOP-LIMIT
003180* FREQUENCY TABLE, THE PER-OPERATOR RUN COUNTS AND THE
003190* PER-PROGRAM RUN COUNTS.
003200*-----------------------------------------------------------------
004150         FUNCTION TRIM(WS-EDIT-COUNT) DELIMITED BY SIZE
004160         INTO TRENDRPT-REC.
004170     PERFORM 9100-WRITE-LINE THRU 9100-EXIT.
004171     IF WS-SECTION-VOID-COUNT > ZERO
004172         MOVE WS-SECTION-VOID-COUNT TO WS-EDIT-COUNT
004173         MOVE SPACES TO TRENDRPT-REC
004174         STRING "    VOIDED RUNS (NOT COUNTED ABOVE)  : "
004175             DELIMITED BY SIZE
004176             FUNCTION TRIM(WS-EDIT-COUNT) DELIMITED BY SIZE
004177             INTO TRENDRPT-REC
004178         PERFORM 9100-WRITE-LINE THRU 9100-EXIT
004179     END-IF.
004180*    A SECTION WHOSE RUNS ARE ALL VOIDED HAS NO FIRST OR LAST
004181*    LIMIT TO SHOW; ITS LIMIT AND OPERATOR TABLES ARE EMPTY.
004182     IF WS-SECTION-RUN-COUNT > ZERO
004183         MOVE WS-FIRST-RUN-LIMIT TO WS-EDIT-LIMIT
004190         MOVE SPACES TO TRENDRPT-REC
004200         STRING "    FIRST LOOP-LIMIT (EARLIEST RUN)  : "
004210             DELIMITED BY SIZE
004220             FUNCTION TRIM(WS-EDIT-LIMIT) DELIMITED BY SIZE
004230             INTO TRENDRPT-REC
004240         PERFORM 9100-WRITE-LINE THRU 9100-EXIT
004250         MOVE WS-LAST-RUN-LIMIT TO WS-EDIT-LIMIT
004260         MOVE SPACES TO TRENDRPT-REC
004270         STRING "    LAST LOOP-LIMIT (LATEST RUN)     : "
004280             DELIMITED BY SIZE
004290             FUNCTION TRIM(WS-EDIT-LIMIT) DELIMITED BY SIZE
004300             INTO TRENDRPT-REC
004310         PERFORM 9100-WRITE-LINE THRU 9100-EXIT
004315     END-IF.
004320     MOVE ZERO TO WS-BEST-SUB.
004330     PERFORM 8550-BEST-LIMIT THRU 8550-EXIT
004340         VARYING SUB-1 FROM 1 BY 1
004910         FUNCTION TRIM(WS-EDIT-COUNT) DELIMITED BY SIZE
004920         INTO TRENDRPT-REC.
004930     PERFORM 9100-WRITE-LINE THRU 9100-EXIT.
004931     MOVE WS-GRAND-VOID-COUNT TO WS-EDIT-COUNT.
004932     MOVE SPACES TO TRENDRPT-REC.
004933     STRING "  VOIDED RUNS (NOT COUNTED ABOVE) : "
004934         DELIMITED BY SIZE
004935         FUNCTION TRIM(WS-EDIT-COUNT) DELIMITED BY SIZE
004936         INTO TRENDRPT-REC.
004937     PERFORM 9100-WRITE-LINE THRU 9100-EXIT.
004940     PERFORM 8650-PROGRAM-LINE THRU 8650-EXIT
004950         VARYING SUB-1 FROM 1 BY 1
004960         UNTIL SUB-1 > WS-PROG-ENTRY-COUNT.
