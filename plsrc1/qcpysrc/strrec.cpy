000100*--------------------------------------------------------------
000200* STRREC - CC2STRUN MULTI-STREAM RUN LOG RECORD.
000300*--------------------------------------------------------------
000400* MODIFICATION HISTORY
000500*   DATE       INIT  DESCRIPTION
000600*   2026-10-15 OPS   INITIAL VERSION.
000700*--------------------------------------------------------------
000800* APPEND-ONLY, SO CONCURRENT STREAM JOBS NEVER REWRITE EACH
000900* OTHER'S ROWS. ONE LOGICAL RUN (CC2STRCRD) IS SPLIT INTO
001000* STREAMS - ONE CBLTSTDRV JOB PER SUITE OR GROUP OF SUITES -
001100* THAT ALL STAMP THEIR CC2RSLT ROWS WITH THE SAME STR-RUNSTAMP.
001200* EVERY ROW IS ONE EVENT IN THE LIFE OF ONE STREAM:
001300*   PLANNED    THE COORDINATOR ASSIGNED SUITE STR-SUITE TO
001400*              THE STREAM (ONE ROW PER SUITE, WRITTEN ONCE
001500*              PER RUN - THE STREAM'S SELECTION IS READ BACK
001600*              FROM THESE ROWS, SO IT CANNOT DRIFT MID-RUN).
001700*   SUBMITTED  THE COORDINATOR SUBMITTED THE STREAM'S JOB.
001800*   STARTED    THE STREAM'S DRIVER IS UP; STR-JOB/USER/JOBNBR
001900*              NAME THE JOB TO WATCH.
002000*   PAUSED     AN OPERATOR PAUSE / RESUME TOOK EFFECT.
002100*   RUNNING
002200*   SUITE      PER-SUITE SUBTOTALS AT THE STREAM'S END (ONE
002300*              ROW PER SUITE RUN IN THAT EXECUTION).
002400*   ENDED      THE STREAM FINISHED ITS PLAN; THE COUNTS ARE
002500*              THE STREAM'S WHOLE-RUN TOTALS.
002600*   CANCELLED  THE STREAM WAS CANCELLED BY THE OPERATOR AND
002700*              KEPT ITS CHECKPOINT.
002800*   REFUSED    THE STREAM COULD NOT START (LOCK HELD, MEMBER
002900*              OVERRIDE OR SUBMISSION FAILED).
003000*   DIED       THE STREAM'S JOB ENDED WITHOUT AN ENDED OR
003100*              CANCELLED ROW - RECORDED BY THE COORDINATOR.
003200* THE LATEST ROW OF A STREAM (PLANNED AND SUITE ROWS ASIDE)
003300* IS ITS CURRENT STATE; ONLY ENDED COUNTS AS COMPLETE. COPY
003400* THIS MEMBER RATHER THAN RE-DECLARING THE RECORD SO WRITERS
003500* AND READERS STAY IN STEP.
003600*--------------------------------------------------------------
003700 01  STR-RECORD.
003800     03  STR-RUNSTAMP         PIC X(14).
003900     03  STR-STREAM           PIC X(10).
004000     03  STR-EVENT            PIC X(10).
004100         88  STR-PLANNED                     VALUE 'PLANNED'.
004200         88  STR-SUITE-TOTAL                 VALUE 'SUITE'.
004300         88  STR-ENDED                       VALUE 'ENDED'.
004400         88  STR-LIVE                        VALUE 'SUBMITTED'
004500                                                   'STARTED'
004600                                                   'PAUSED'
004700                                                   'RUNNING'.
004800         88  STR-SETTLED                     VALUE 'ENDED'
004900                                                   'CANCELLED'
005000                                                   'REFUSED'
005100                                                   'DIED'.
005200     03  STR-SUITE            PIC X(10).
005300     03  STR-STAMP            PIC X(14).
005400     03  STR-JOB              PIC X(10).
005500     03  STR-USER             PIC X(10).
005600     03  STR-JOBNBR           PIC X(06).
005700     03  STR-TOTAL            PIC S9(07).
005800     03  STR-PASS             PIC S9(07).
005900     03  STR-FAIL             PIC S9(07).
006000     03  STR-WVRD             PIC S9(07).
006100     03  STR-FLAKY            PIC S9(07).
006200     03  STR-HARD             PIC S9(07).
006300     03  STR-ELAPSED          PIC S9(09).
