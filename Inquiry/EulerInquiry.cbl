000470*                   TREATS THE FAILED INQUIRY AS A NO-MATCH AND
000480*                   COMPUTES FRESH INSTEAD OF THE WHOLE RUN
000490*                   UNIT COMING DOWN MID-CHAIN.
000492*  10/15/2026 DLW   A VOIDED EULERRES RECORD (SEE EULERVOD) IS
000494*                   PASSED OVER, SO NEITHER THE CONSOLE LOOKUP
000496*                   NOR THE PROBLEMS' PRIOR-RESULT REUSE CHECK
000498*                   CAN EVER BE HANDED A VOIDED ANSWER.
000500*****************************************************************
000510 ENVIRONMENT DIVISION.
000520 CONFIGURATION SECTION.
002220*-----------------------------------------------------------------
002230* 3200-APPLY-FILTERS -- A SPACES FILTER MEANS "ANY".  A FILLED
002240* FILTER MUST MATCH THE RECORD EXACTLY.  A NONNUMERIC FILLED
002250* FILTER CAN MATCH NOTHING AND IS TREATED AS SUCH.  A VOIDED
002255* RECORD NEVER MATCHES, WHATEVER THE FILTERS.
002260*-----------------------------------------------------------------
002270 3200-APPLY-FILTERS.
002272     IF EULERRES-VOIDED
002274         GO TO 3200-EXIT
002276     END-IF.
002280     IF WS-INQ-LOOP-LIMIT NOT = SPACES
002290         IF FUNCTION TRIM(WS-INQ-LOOP-LIMIT) IS NUMERIC
002300             MOVE FUNCTION TRIM(WS-INQ-LOOP-LIMIT)
