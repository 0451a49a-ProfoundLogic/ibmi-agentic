001200*                    CC2RUNCAL CALENDAR AND CALLS CBLTSTDRV,
001300*                    REPLACING THE HARD-CODED SUITE PARAMETER
001400*                    ON THE JOB SCHEDULER ENTRY.
001410*   2026-10-15 OPS   CALENDAR SUITE '*STREAMS' RUNS THE NIGHT
001420*                    AS A MULTI-STREAM RUN THROUGH CC2STRCRD.
001500*--------------------------------------------------------------
001600* DESCRIPTION:
001700*   CALLED BY THE JOB SCHEDULER INSTEAD OF CBLTSTDRV DIRECTLY.
002200*     SUITE NAMED   CALL CBLTSTDRV WITH THAT SUITE; THE
002300*                   DRIVER'S RETURN CODE FLOWS BACK TO THE
002400*                   SCHEDULER UNCHANGED.
002410*     *STREAMS ROW  CALL CC2STRCRD, WHICH SPLITS THE RUN INTO
002420*                   CONCURRENT STREAMS (SEE CC2STRM); ITS
002430*                   RETURN CODE FLOWS BACK THE SAME WAY.
002500*     *SKIP ROW     NO RUN; RETURN CODE 4 SO THE SCHEDULE
002600*                   HISTORY SHOWS A DELIBERATE SKIP RATHER
002700*                   THAN A MISSED RUN.
015500
015600*----------------------------------------------------------------
015700* 3000-RESOLVE-AND-RUN - PICK THE WINNING ROW, LOG WHAT WAS
015800* RESOLVED, AND EITHER HAND THE SUITE TO CBLTSTDRV (OR THE NIGHT
015810* TO CC2STRCRD) OR END WITH THE DISTINCT SKIP/NO-ENTRY RETURN
015900* CODE.
016000*----------------------------------------------------------------
016100 3000-RESOLVE-AND-RUN.
016200     IF SCH-DATE-SUITE NOT = SPACES
017900                 SCH-TODAY-X ', DELIBERATE NO-RUN'
018000                 UPON CONSOLE
018100             MOVE 4 TO RETURN-CODE
018110         WHEN SCH-RESOLVED-SUITE = '*STREAMS'
018120             MOVE 'STREAMS' TO SCH-ACTION
018130             PERFORM 4000-WRITE-SCHEDULE-LOG
018140             CALL 'CC2STRCRD'
018200         WHEN OTHER
018300             MOVE 'SELECTED' TO SCH-ACTION
018400             PERFORM 4000-WRITE-SCHEDULE-LOG
