001150*                    FAILING EVERYWHERE, SO THE STILL-FAILING
001160*                    SECTION COUNTS REAL FAILURES, NOT NOISE;
001170*                    FLKY AND WVRD (WAIVED) DO NOT.
001175*   2026-10-14 OPS   SKIP THE '*RUNCANCEL' ROW AN OPERATOR-
001180*                    CANCELLED RUN ENDS WITH, AS '*RUNTOTAL'
001185*                    IS SKIPPED - NEITHER IS A SCENARIO.
001187*   2026-10-15 OPS   CONFIGURATION CHECK - CC2CFGSNP COMPARES
001189*                    THE TWO RUNS' CONFIGURATION SNAPSHOTS; THE
001191*                    REPORT SAYS HOW MANY ROWS CHANGED AND
001193*                    MARKS 'CFG' AGAINST EVERY SCENARIO WHOSE
001195*                    TSTCASE, CC2PAYLD OR WAIVER ROWS CHANGED.
001196*   2026-10-15 OPS   FAULT-INJECTION DRILL RUNS (RSL-DRILL NOT
001197*                    BLANK) ARE NEVER PICKED AS EITHER RUN NOR
001198*                    COUNTED IN THE STILL-FAILING STREAKS.
001200*--------------------------------------------------------------
001300* DESCRIPTION:
001400*   READS CC2RSLT (COPYBOOK RSLTREC), COMPARES THE LATEST
002400*   PICTURE. CC2RSLT IS APPEND-ONLY AND THEREFORE IN RUN
002500*   ORDER, WHICH IS WHAT MAKES THE CONSECUTIVE-FAIL COUNT A
002600*   SINGLE RUNNING TALLY PER SCENARIO.
002610*
002620*   A FLIP MARKED 'CFG' RAN AGAINST DIFFERENT TEST DATA IN THE
002630*   TWO RUNS, SO IT MAY BE A TEST-DATA CHANGE RATHER THAN A
002640*   CBLCALLP1 REGRESSION; CC2CFGCMP SHOWS THE ROWS THEMSELVES.
002700*--------------------------------------------------------------
002800
002900 ENVIRONMENT DIVISION.
005300 77  DL-TYPE-MAX                 PIC S9(04) BINARY VALUE 1000.
005400 77  DL-LATEST-STAMP             PIC X(14) VALUE SPACES.
005500 77  DL-PREVIOUS-STAMP           PIC X(14) VALUE SPACES.
005510 77  DL-CFG-SUB                  PIC S9(04) BINARY VALUE ZERO.
005520 77  DL-CFG-MARK                 PIC X(03) VALUE SPACES.
005530
005540*--- CONFIGURATION COMPARISON OF THE TWO RUNS (COPYBOOK
005550*--- SNPPARM): THE ROWS THAT DIFFER AND THEIR LK-TYPES.
005560     COPY "snpparm".
005600
005700*--- ONE ENTRY PER LK-TYPE SEEN ANYWHERE IN THE HISTORY.
005800*--- THE STREAK IS A RUNNING TALLY IN FILE (RUN) ORDER: A FAIL
010300     05  FILLER                  PIC X(12)  VALUE 'EXPECTED'.
010400     05  FILLER                  PIC X(12)  VALUE 'ACTUAL'.
010500     05  FILLER                  PIC X(30)  VALUE 'DESCRIPTION'.
010510     05  FILLER                  PIC X(05)  VALUE '  CFG'.
010600
010700 01  DL-DETAIL-LINE-1.
010800     05  DL-D1-TYPE              PIC X(10).
011200     05  DL-D1-ACTUAL            PIC X(10).
011300     05  FILLER                  PIC X(02)  VALUE SPACES.
011400     05  DL-D1-DESC              PIC X(30).
011410     05  FILLER                  PIC X(02)  VALUE SPACES.
011420     05  DL-D1-CFG               PIC X(03).
011500
011600 01  DL-COLUMN-LINE-3.
011700     05  FILLER                  PIC X(12)  VALUE 'LK-TYPE'.
011800     05  FILLER                  PIC X(18)
011900             VALUE 'CONSECUTIVE RUNS'.
011910     05  FILLER                  PIC X(28)  VALUE SPACES.
011920     05  FILLER                  PIC X(03)  VALUE 'CFG'.
012000
012100 01  DL-DETAIL-LINE-3.
012200     05  DL-D3-TYPE              PIC X(10).
012400     05  DL-D3-STREAK            PIC ZZ,ZZ9.
012500     05  FILLER                  PIC X(03)  VALUE SPACES.
012600     05  DL-D3-DESC              PIC X(30).
012610     05  FILLER                  PIC X(02)  VALUE SPACES.
012620     05  DL-D3-CFG               PIC X(03).
012700
012800 01  DL-NONE-LINE.
012900     05  FILLER                  PIC X(10)  VALUE '   (NONE)'.
013100 01  DL-NOTE-LINE.
013200     05  DL-N-TEXT               PIC X(50).
013300
013310 01  DL-CONFIG-LINE.
013320     05  FILLER                  PIC X(15)
013330             VALUE 'CONFIGURATION: '.
013340     05  DL-C-COUNT              PIC ZZZ,ZZ9.
013350     05  FILLER                  PIC X(44)
013360             VALUE ' ROWS CHANGED BETWEEN THE RUNS (CFG = TYPE'.
013370     05  FILLER                  PIC X(14)
013380             VALUE ' AFFECTED)'.
013390
013400 PROCEDURE DIVISION.
013500
013600 0000-MAINLINE.
013700     PERFORM 1000-INITIALIZE
013800     IF DL-LATEST-STAMP NOT = SPACES
013900         PERFORM 3000-BUILD-TYPE-TABLE
013910         PERFORM 3500-COMPARE-CONFIGURATION
014000         PERFORM 4000-PRINT-DELTA-SECTIONS
014100     END-IF
014200     PERFORM 8000-FINISH
019400         AT END
019500             SET DL-EOF TO TRUE
019600         NOT AT END
019610             IF RSL-DRILL = SPACES
019700                 IF RSL-RUNSTAMP > DL-LATEST-STAMP
019800                     MOVE DL-LATEST-STAMP TO DL-PREVIOUS-STAMP
019900                     MOVE RSL-RUNSTAMP TO DL-LATEST-STAMP
020000                 ELSE
020100                     IF RSL-RUNSTAMP < DL-LATEST-STAMP
020200                         AND RSL-RUNSTAMP > DL-PREVIOUS-STAMP
020300                         MOVE RSL-RUNSTAMP TO DL-PREVIOUS-STAMP
020310                     END-IF
020400                 END-IF
020500             END-IF
020600     END-READ.
022400             SET DL-EOF TO TRUE
022500         NOT AT END
022550             IF RSL-TYPE NOT = '*RUNTOTAL'
022560                 AND RSL-TYPE NOT = '*RUNCANCEL'
022570                 AND RSL-DRILL = SPACES
022600                 PERFORM 3200-POST-TYPE-ENTRY
022650             END-IF
022700     END-READ.
026800         IF RSL-RUNSTAMP = DL-PREVIOUS-STAMP
026900             MOVE RSL-PASSFAIL TO DL-T-PREV-PF (DL-TYPE-IDX)
027000         END-IF
027002     END-IF.
027004
027006*----------------------------------------------------------------
027008* 3500-COMPARE-CONFIGURATION - ASK CC2CFGSNP WHAT CHANGED IN THE
027010* CONFIGURATION SNAPSHOTS BETWEEN THE PREVIOUS AND LATEST RUN.
027012* A RUN WITH NO SNAPSHOT LEAVES THE QUESTION OPEN AND SAYS SO.
027014*----------------------------------------------------------------
027016 3500-COMPARE-CONFIGURATION.
027018     MOVE ZERO TO SNPP-TYPE-COUNT
027020     IF DL-PREVIOUS-STAMP NOT = SPACES
027022         MOVE 'COMPARE' TO SNPP-FUNCTION
027024         MOVE DL-PREVIOUS-STAMP TO SNPP-RUNSTAMP
027026         MOVE DL-LATEST-STAMP TO SNPP-OTHER-STAMP
027028         CALL 'CC2CFGSNP' USING SNPP-FUNCTION, SNPP-RUNSTAMP,
027030             SNPP-OTHER-STAMP, SNPP-RESULT, SNPP-DIFF-COUNT,
027032             SNPP-TYPE-COUNT, SNPP-TYPE-LIST
027034         IF SNPP-COMPARED
027036             MOVE SNPP-DIFF-COUNT TO DL-C-COUNT
027038             MOVE DL-CONFIG-LINE TO REPORT-LINE
027040         ELSE
027042             MOVE 'CONFIGURATION: NO SNAPSHOT FOR ONE OF THE RUNS'
027044                 TO DL-N-TEXT
027046             MOVE DL-NOTE-LINE TO REPORT-LINE
027048         END-IF
027050         WRITE REPORT-LINE
027052     END-IF.
027054
027056*--- 'CFG' WHEN THE SCENARIO'S TYPE IS AMONG THE CHANGED ROWS.
027058 3600-SET-CONFIG-MARK.
027060     MOVE SPACES TO DL-CFG-MARK
027062     MOVE 1 TO DL-CFG-SUB
027064     PERFORM 3610-CHECK-CONFIG-TYPE
027066         UNTIL DL-CFG-SUB > SNPP-TYPE-COUNT
027068         OR DL-CFG-MARK NOT = SPACES.
027070
027072 3610-CHECK-CONFIG-TYPE.
027074     IF SNPP-TYPE (DL-CFG-SUB) = DL-T-TYPE (DL-TYPE-IDX)
027076         MOVE 'CFG' TO DL-CFG-MARK
027078     ELSE
027080         ADD 1 TO DL-CFG-SUB
027100     END-IF.
027200
027300*----------------------------------------------------------------
031800         MOVE DL-T-LATEST-EXP (DL-TYPE-IDX) TO DL-D1-EXPECTED
031900         MOVE DL-T-LATEST-ACT (DL-TYPE-IDX) TO DL-D1-ACTUAL
032000         MOVE DL-T-DESC (DL-TYPE-IDX) TO DL-D1-DESC
032010         PERFORM 3600-SET-CONFIG-MARK
032020         MOVE DL-CFG-MARK TO DL-D1-CFG
032100         MOVE DL-DETAIL-LINE-1 TO REPORT-LINE
032200         WRITE REPORT-LINE
032300         ADD 1 TO DL-SECTION-COUNT
033400         MOVE DL-T-LATEST-EXP (DL-TYPE-IDX) TO DL-D1-EXPECTED
033500         MOVE DL-T-LATEST-ACT (DL-TYPE-IDX) TO DL-D1-ACTUAL
033600         MOVE DL-T-DESC (DL-TYPE-IDX) TO DL-D1-DESC
033610         PERFORM 3600-SET-CONFIG-MARK
033620         MOVE DL-CFG-MARK TO DL-D1-CFG
033700         MOVE DL-DETAIL-LINE-1 TO REPORT-LINE
033800         WRITE REPORT-LINE
033900         ADD 1 TO DL-SECTION-COUNT
034900         MOVE DL-T-TYPE (DL-TYPE-IDX) TO DL-D3-TYPE
035000         MOVE DL-T-STREAK (DL-TYPE-IDX) TO DL-D3-STREAK
035100         MOVE DL-T-DESC (DL-TYPE-IDX) TO DL-D3-DESC
035110         PERFORM 3600-SET-CONFIG-MARK
035120         MOVE DL-CFG-MARK TO DL-D3-CFG
035200         MOVE DL-DETAIL-LINE-3 TO REPORT-LINE
035300         WRITE REPORT-LINE
035400         ADD 1 TO DL-SECTION-COUNT
