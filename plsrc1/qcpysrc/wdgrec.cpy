000400* MODIFICATION HISTORY
000500*   DATE       INIT  DESCRIPTION
000600*   2026-09-02 OPS   INITIAL VERSION.
000650*   2026-10-14 OPS   STATE PAUSED - AN OPERATOR-PAUSED RUN.
000660*   2026-10-15 OPS   STATE INCOMPLETE - A MULTI-STREAM RUN ONE
000670*                    OF WHOSE STREAMS DIED.
000700*--------------------------------------------------------------
000800* ONE ROW, REWRITTEN BY CC2DQMON AS THE WINDOW PICTURE
000900* CHANGES: THE SUITE IN FLIGHT, THE WATCHDOG STATE (IDLE /
001000* RUNNING / PAUSED / STALLED / OVERDUE / INCOMPLETE), WHEN
001050* THAT STATE WAS ENTERED,
001100* AND THE LAST CC2DTAQ ENTRY SEEN. READ BY THE CC2STSDSP
001200* OPERATOR DISPLAY. COPY THIS MEMBER RATHER THAN RE-DECLARING
001300* THE RECORD SO WRITER AND READERS STAY IN STEP.
