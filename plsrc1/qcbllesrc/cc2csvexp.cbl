000360*                    ATTEMPTS MUST NOT DOUBLE-COUNT IN TOT OR
000370*                    KEEP THE DASHBOARD HOLDING A PROMOTION THE
000380*                    RETRY ALREADY GREENED.
000382*   2026-10-14 OPS   SKIP THE '*RUNCANCEL' ROW A RUN CANCELLED
000384*                    BY THE OPERATOR ENDS WITH - LIKE
000386*                    '*RUNTOTAL' IT IS NOT A SCENARIO.
000387*   2026-10-15 OPS   FAULT-INJECTION DRILL RUNS (RSL-DRILL NOT
000388*                    BLANK) ARE NEVER EXPORTED AS THE LATEST RUN.
000390*--------------------------------------------------------------
000400* DESCRIPTION:
000410*   TAKES THE MOST RECENT RUN ON THE CC2RSLT RESULTS HISTORY
001890         AT END
001900             SET EXP-EOF TO TRUE
001910         NOT AT END
001915             IF RSL-DRILL = SPACES
001920                 IF RSL-RUNSTAMP > EXP-LATEST-STAMP
001930                     MOVE RSL-RUNSTAMP TO EXP-LATEST-STAMP
001940                     MOVE RSL-JOB      TO EXP-RUN-JOB
001950                     MOVE RSL-JOBNBR   TO EXP-RUN-NBR
001955                 END-IF
001960             END-IF
001970     END-READ.
001980
003070         NOT AT END
003080             IF RSL-RUNSTAMP = EXP-LATEST-STAMP
003090                 AND RSL-TYPE NOT = '*RUNTOTAL'
003095                 AND RSL-TYPE NOT = '*RUNCANCEL'
003100                 PERFORM 4150-CHECK-SUPERSEDED
003110                 IF NOT EXP-SUPERSEDED
003120                     PERFORM 4200-WRITE-DETAIL-RECORD
