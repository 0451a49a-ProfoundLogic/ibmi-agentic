000670*                    CAN SEE WHICH SCENARIOS THE GROWING
000680*                    WINDOW IS SPENT ON. A '*RUNTOTAL' ROW
000690*                    PER RUN CARRIES THE WHOLE-RUN DURATION.
000692*   2026-10-14 OPS   ADDED RSL-SUITE (THE SUITE THE ROW RAN
000694*                    UNDER; ON '*RUNTOTAL' THE SUITE THE RUN
000696*                    SELECTED) AND RSL-ROWSTAMP (WHEN THE ROW
000698*                    WAS WRITTEN) SO THE PROMOTION GATE CAN
000699*                    FIND A SUITE'S LATEST RUN AND ITS WINDOW.
000709*   2026-10-15 OPS   ADDED RSL-DRILL - THE FAULT-INJECTION
000719*                    DRILL A RUN WAS MADE UNDER, BLANK FOR A
000729*                    REAL RUN. THE PROMOTION GATE AND THE
000739*                    RUN-OVER-RUN REPORTS SKIP DRILL ROWS, SO A
000749*                    DRILL RUN CAN NEVER PASS FOR A REAL ONE.
000759*--------------------------------------------------------------
000800* ONE ROW PER SCENARIO PER REGRESSION RUN, APPENDED TO CC2RSLT
000900* BY CBLTSTDRV AND READ BACK BY THE RUN-OVER-RUN DELTA REPORT.
001000* RSL-RUNSTAMP IS THE RUN IDENTIFIER: EVERY ROW OF ONE LOGICAL
002500     03  RSL-SCENARIO         PIC X(10).
002600     03  RSL-STEP             PIC S9(03).
002700     03  RSL-ELAPSED          PIC S9(07).
002800     03  RSL-SUITE            PIC X(10).
002900     03  RSL-ROWSTAMP         PIC X(14).
003000     03  RSL-DRILL            PIC X(10).
