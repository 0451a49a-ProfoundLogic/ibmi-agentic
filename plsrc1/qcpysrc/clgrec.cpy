000100*--------------------------------------------------------------
000200* CLGREC - CC2CMDLOG OPERATOR RUN-COMMAND LOG RECORD.
000300*--------------------------------------------------------------
000400* MODIFICATION HISTORY
000500*   DATE       INIT  DESCRIPTION
000600*   2026-10-14 OPS   INITIAL VERSION.
000700*--------------------------------------------------------------
000800* APPEND-ONLY. CC2STSDSP WRITES A ROW FOR EVERY PAUSE, RESUME
000900* OR CANCEL AN OPERATOR SENDS (OUTCOME SENT) OR TRIES TO SEND
001000* AND IS REFUSED (REFUSED - E.G. RESUME OF A RUN THAT IS NOT
001100* PAUSED); CBLTSTDRV WRITES A ROW WHEN IT RECEIVES ONE
001200* (APPLIED, OR IGNORED WHEN IT WAS MEANT FOR ANOTHER JOB OR
001300* NO LONGER MAKES SENSE). CLG-USER/CLG-SENT ARE WHO SENT THE
001400* COMMAND AND WHEN, CARRIED THROUGH FROM THE QUEUE ENTRY;
001500* CLG-STAMP IS WHEN THE ROW ITSELF WAS WRITTEN. COPY THIS
001600* MEMBER RATHER THAN RE-DECLARING THE RECORD SO WRITERS AND
001700* READERS STAY IN STEP.
001800*--------------------------------------------------------------
001900 01  CLG-RECORD.
002000     03  CLG-STAMP            PIC X(14).
002100     03  CLG-VERB             PIC X(08).
002200     03  CLG-USER             PIC X(10).
002300     03  CLG-SENT             PIC X(14).
002400     03  CLG-SOURCE           PIC X(10).
002500     03  CLG-JOBNBR           PIC X(06).
002600     03  CLG-SUITE            PIC X(10).
002700     03  CLG-OUTCOME          PIC X(10).
