001000*   2026-09-02 OPS   INITIAL VERSION - SCENARIO PERFORMANCE
001100*                    TREND REPORT OVER THE ELAPSED TIMES IN
001200*                    THE CC2RSLT RESULTS HISTORY.
001210*   2026-10-14 OPS   SKIP THE '*RUNCANCEL' ROW AN OPERATOR-
001220*                    CANCELLED RUN ENDS WITH - ITS DURATION IS
001230*                    ONLY HOW FAR THE RUN GOT, NOT A WINDOW.
001240*   2026-10-15 OPS   FAULT-INJECTION DRILL RUNS (RSL-DRILL NOT
001250*                    BLANK) ARE NEVER PICKED - A DELAY FAULT
001260*                    WOULD READ AS A REGRESSION.
001300*--------------------------------------------------------------
001400* DESCRIPTION:
001500*   READS CC2RSLT (COPYBOOK RSLTREC), COMPARES THE LATEST
022700         AT END
022800             SET TRD-EOF TO TRUE
022900         NOT AT END
022910             IF RSL-DRILL = SPACES
023000                 IF RSL-RUNSTAMP > TRD-LATEST-STAMP
023100                     MOVE TRD-LATEST-STAMP TO TRD-PREVIOUS-STAMP
023200                     MOVE RSL-RUNSTAMP TO TRD-LATEST-STAMP
023300                 ELSE
023400                     IF RSL-RUNSTAMP < TRD-LATEST-STAMP
023500                         AND RSL-RUNSTAMP > TRD-PREVIOUS-STAMP
023600                         MOVE RSL-RUNSTAMP TO TRD-PREVIOUS-STAMP
023610                     END-IF
023700                 END-IF
023800             END-IF
023900     END-READ.
027000                     CONTINUE
027100                 WHEN RSL-TYPE = '*RUNTOTAL'
027200                     PERFORM 3300-POST-RUN-TOTAL
027210                 WHEN RSL-TYPE = '*RUNCANCEL'
027220                     CONTINUE
027300                 WHEN OTHER
027400                     PERFORM 3200-POST-TYPE-ENTRY
027500             END-EVALUATE
