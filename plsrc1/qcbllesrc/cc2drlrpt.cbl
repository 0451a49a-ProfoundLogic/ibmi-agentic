000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    CC2DRLRPT.
000300 AUTHOR.        OPERATIONS SUPPORT.
000400 INSTALLATION.  PLSRC1.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*   DATE       INIT  DESCRIPTION
001000*   2026-10-15 OPS   INITIAL VERSION - FAULT-INJECTION DRILL
001100*                    DETECTION REPORT.
001200*--------------------------------------------------------------
001300* DESCRIPTION:
001400*   AFTER A FAULT-INJECTION DRILL (CBLTSTDRV STARTED WITH A
001500*   CC2FAULT DRILL NAME AS ITS FIFTH PARAMETER), MATCHES EVERY
001600*   ACTIVE FAULT OF THE DRILL AGAINST WHAT THE HARNESS DID
001700*   ABOUT IT, AND FLAGS EVERY FAULT THAT WENT UNNOTICED AS A
001800*   DETECTION GAP.
001900*
002000*   THE DRILL RUN IS THE LATEST CC2RSLT RUN STAMPED WITH THE
002100*   DRILL NAME (RSL-DRILL), OR THE RUN STAMP GIVEN AS THE
002200*   SECOND PARAMETER. ITS WINDOW RUNS FROM THE RUN STAMP TO
002300*   DRL-GRACE-SECONDS PAST ITS LAST CC2RSLT ROW, SO AN ALERT
002400*   RAISED A LITTLE AFTER THE LAST STEP STILL COUNTS. FOR
002500*   EACH FAULT:
002600*     INJECTED  CC2AUDLG ROWS OF THE DRILL CARRYING THE FAULT'S
002700*               LK-TYPE AND KIND (AUD-DRILL / AUD-FAULT).
002800*     RSLT      FAIL OR HARD CC2RSLT ROWS OF THE LK-TYPE IN THE
002900*               DRILL RUN (A WAIVED ROW IS NOT DETECTION).
003000*     ALERT     CC2ALRLOG FAIL / HARD / ESCALATE ROWS FOR THE
003100*               LK-TYPE FROM THE FIRST INJECTION ON.
003200*     STALL     A DLAY FAULT IS CAUGHT BY THE WATCHDOG: A
003300*               STALLED ROW IN CC2ALRLOG, OR CC2DQWDG LEFT IN
003400*               STATE STALLED, INSIDE THE WINDOW.
003500*   A RESP, PE OR UK FAULT SHOULD SHOW IN BOTH CC2RSLT AND
003600*   CC2ALRLOG; A DLAY FAULT SHOULD STALL. VERDICTS: DETECTED,
003700*   PARTIAL (SOME EVIDENCE MISSING - A GAP), UNDETECTED (A
003800*   GAP), NOT FIRED (NO CALL MATCHED THE FAULT). A DLAY FAULT
003900*   WHOSE DELAY IS NOT PAST THE SUITE'S CC2DQEXP GAP, OR WHOSE
004000*   SUITE HAS NO EXPECTATION, IS ALSO WARNED ABOUT - IT COULD
004100*   NEVER HAVE TRIPPED THE WATCHDOG.
004200*
004300*   RETURN CODE 0 ALL DETECTED, 4 SOME FAULTS NEVER FIRED,
004400*   8 A DETECTION GAP OR NO DRILL RUN ON FILE, 12 NO DRILL
004500*   NAMED.
004600*--------------------------------------------------------------
004700
004800 ENVIRONMENT DIVISION.
004900 INPUT-OUTPUT SECTION.
005000 FILE-CONTROL.
005100     SELECT OPTIONAL FAULT-FILE ASSIGN TO CC2FAULT
005200         ORGANIZATION IS SEQUENTIAL
005300         FILE STATUS IS DRL-FLT-STATUS.
005400     SELECT OPTIONAL RESULTS-FILE ASSIGN TO CC2RSLT
005500         ORGANIZATION IS SEQUENTIAL
005600         FILE STATUS IS DRL-RSL-STATUS.
005700     SELECT OPTIONAL AUDIT-FILE ASSIGN TO CC2AUDLG
005800         ORGANIZATION IS SEQUENTIAL
005900         FILE STATUS IS DRL-AUD-STATUS.
006000     SELECT OPTIONAL ALERT-FILE ASSIGN TO CC2ALRLOG
006100         ORGANIZATION IS SEQUENTIAL
006200         FILE STATUS IS DRL-ALR-STATUS.
006300     SELECT OPTIONAL WATCHDOG-FILE ASSIGN TO CC2DQWDG
006400         ORGANIZATION IS SEQUENTIAL
006500         FILE STATUS IS DRL-WDG-STATUS.
006600     SELECT OPTIONAL EXPECT-FILE ASSIGN TO CC2DQEXP
006700         ORGANIZATION IS SEQUENTIAL
006800         FILE STATUS IS DRL-EXP-STATUS.
006900     SELECT REPORT-FILE ASSIGN TO PRINTER-CC2DRLRPT
007000         ORGANIZATION IS SEQUENTIAL.
007100
007200 DATA DIVISION.
007300 FILE SECTION.
007400 FD  FAULT-FILE.
007500     COPY "fltrec".
007600
007700 FD  RESULTS-FILE.
007800     COPY "rsltrec".
007900
008000 FD  AUDIT-FILE.
008100     COPY "audrec".
008200
008300 FD  ALERT-FILE.
008400     COPY "alrrec".
008500
008600 FD  WATCHDOG-FILE.
008700     COPY "wdgrec".
008800
008900*--- SAME LAYOUT AS THE CC2DQMON READER OF CC2DQEXP.
009000 FD  EXPECT-FILE.
009100 01  EXPECT-RECORD.
009200     03  EXP-SUITE               PIC X(10).
009300     03  EXP-STARTBY             PIC X(06).
009400     03  EXP-ENDBY               PIC X(06).
009500     03  EXP-MAXGAP              PIC S9(05).
009600
009700 FD  REPORT-FILE.
009800 01  REPORT-LINE                 PIC X(80).
009900
010000 WORKING-STORAGE SECTION.
010100 77  DRL-FLT-STATUS              PIC X(02).
010200 77  DRL-RSL-STATUS              PIC X(02).
010300 77  DRL-AUD-STATUS              PIC X(02).
010400 77  DRL-ALR-STATUS              PIC X(02).
010500 77  DRL-WDG-STATUS              PIC X(02).
010600 77  DRL-EXP-STATUS              PIC X(02).
010700 77  DRL-EOF-SW                  PIC X(01) VALUE 'N'.
010800     88  DRL-EOF                             VALUE 'Y'.
010900 77  DRL-REFUSED-SW              PIC X(01) VALUE 'N'.
011000     88  DRL-REFUSED                         VALUE 'Y'.
011100 77  DRL-STALL-SW                PIC X(01) VALUE 'N'.
011200     88  DRL-STALL-SEEN                      VALUE 'Y'.
011300 77  DRL-EXP-FOUND-SW            PIC X(01) VALUE 'N'.
011400     88  DRL-EXP-FOUND                       VALUE 'Y'.
011500 77  DRL-DRILL-NAME              PIC X(10) VALUE SPACES.
011600 77  DRL-RUN-STAMP               PIC X(14) VALUE SPACES.
011700 77  DRL-LAST-ROW                PIC X(14) VALUE SPACES.
011800 77  DRL-WINDOW-TO               PIC X(14) VALUE SPACES.
011900 77  DRL-RUN-SUITE               PIC X(10) VALUE SPACES.
012000 77  DRL-STALL-STAMP             PIC X(14) VALUE SPACES.
012100 77  DRL-EXP-GAP                 PIC S9(05) VALUE ZERO.
012200*--- HOW LONG AFTER THE RUN'S LAST CC2RSLT ROW AN ALERT STILL
012300*--- COUNTS (CC2DQMON LOOKS AT THE CLOCK ONCE A MINUTE), AND
012400*--- THE MARGIN A DLAY FAULT MUST CLEAR THE SUITE GAP BY.
012500 77  DRL-GRACE-SECONDS           PIC S9(05) BINARY VALUE 300.
012600 77  DRL-TICK-SECONDS            PIC S9(05) BINARY VALUE 60.
012700 77  DRL-DELAY-SECONDS           PIC S9(05) VALUE ZERO.
012800 77  DRL-DELAY-DEFAULT           PIC S9(05) VALUE 900.
012900 77  DRL-SECONDS                 PIC S9(09) BINARY VALUE ZERO.
013000 77  DRL-DETECTED-COUNT          PIC S9(05) BINARY VALUE ZERO.
013100 77  DRL-PARTIAL-COUNT           PIC S9(05) BINARY VALUE ZERO.
013200 77  DRL-UNDETECTED-COUNT        PIC S9(05) BINARY VALUE ZERO.
013300 77  DRL-NOT-FIRED-COUNT         PIC S9(05) BINARY VALUE ZERO.
013400 77  DRL-FAULT-MAX               PIC S9(04) BINARY VALUE 100.
013500
013600 01  DRL-HMS.
013700     03  DRL-HMS-HH              PIC 9(02).
013800     03  DRL-HMS-MM              PIC 9(02).
013900     03  DRL-HMS-SS              PIC 9(02).
014000
014100*--- ONE ENTRY PER ACTIVE CC2FAULT ROW OF THE DRILL, WITH THE
014200*--- EVIDENCE GATHERED AGAINST IT.
014300 01  DRL-FAULT-COUNT             PIC S9(04) BINARY VALUE ZERO.
014400 01  DRL-FAULT-TABLE.
014500     03  DRL-FAULT-ENTRY OCCURS 1 TO 100 TIMES
014600             DEPENDING ON DRL-FAULT-COUNT
014700             INDEXED BY DRL-FAULT-IDX.
014800         05  DRL-F-TYPE          PIC X(10).
014900         05  DRL-F-PAYLOAD       PIC X(50).
015000         05  DRL-F-ACTION        PIC X(04).
015100             88  DRL-F-DELAY                 VALUE 'DLAY'.
015200         05  DRL-F-SECONDS       PIC S9(05).
015300         05  DRL-F-DESC          PIC X(30).
015400         05  DRL-F-INJECTED      PIC S9(07) BINARY.
015500         05  DRL-F-FIRST         PIC X(14).
015600         05  DRL-F-RSLT          PIC S9(07) BINARY.
015700         05  DRL-F-ALERTS        PIC S9(07) BINARY.
015800         05  DRL-F-VERDICT       PIC X(10).
015900
016000 01  DRL-HEADING-1.
016100     05  FILLER                  PIC X(20)
016200             VALUE 'CC2DRLRPT '.
016300     05  FILLER                  PIC X(40)
016400             VALUE 'FAULT-INJECTION DRILL DETECTION'.
016500
016600 01  DRL-PARM-LINE.
016700     05  DRL-PL-LABEL            PIC X(14).
016800     05  DRL-PL-VALUE            PIC X(50).
016900
017000 01  DRL-SECTION-LINE-1.
017100     05  FILLER                  PIC X(30)
017200             VALUE '** INJECTED FAULTS **'.
017300
017400 01  DRL-SECTION-LINE-2.
017500     05  FILLER                  PIC X(30)
017600             VALUE '** DRILL SUMMARY **'.
017700
017800 01  DRL-COLUMN-LINE.
017900     05  FILLER                  PIC X(12)  VALUE 'LK-TYPE'.
018000     05  FILLER                  PIC X(06)  VALUE 'FAULT'.
018100     05  FILLER                  PIC X(08)  VALUE 'INJECTED'.
018200     05  FILLER                  PIC X(07)  VALUE '   RSLT'.
018300     05  FILLER                  PIC X(07)  VALUE '  ALERT'.
018400     05  FILLER                  PIC X(07)  VALUE '  STALL'.
018500     05  FILLER                  PIC X(02)  VALUE SPACES.
018600     05  FILLER                  PIC X(10)  VALUE 'VERDICT'.
018700
018800 01  DRL-DETAIL-LINE.
018900     05  DRL-D-TYPE              PIC X(10).
019000     05  FILLER                  PIC X(02)  VALUE SPACES.
019100     05  DRL-D-ACTION            PIC X(04).
019200     05  FILLER                  PIC X(02)  VALUE SPACES.
019300     05  DRL-D-INJECTED          PIC ZZZ,ZZ9.
019400     05  FILLER                  PIC X(01)  VALUE SPACES.
019500     05  DRL-D-RSLT              PIC ZZ,ZZ9.
019600     05  FILLER                  PIC X(01)  VALUE SPACES.
019700     05  DRL-D-ALERTS            PIC ZZ,ZZ9.
019800     05  FILLER                  PIC X(04)  VALUE SPACES.
019900     05  DRL-D-STALL             PIC X(03).
020000     05  FILLER                  PIC X(02)  VALUE SPACES.
020100     05  DRL-D-VERDICT           PIC X(10).
020200
020300 01  DRL-NOTE-LINE.
020400     05  FILLER                  PIC X(04)  VALUE SPACES.
020500     05  DRL-N-TEXT              PIC X(70).
020600
020700 01  DRL-TOTAL-LINE.
020800     05  DRL-TL-LABEL            PIC X(14).
020900     05  DRL-TL-COUNT            PIC ZZ,ZZ9.
021000
021100 01  DRL-NONE-LINE.
021200     05  FILLER                  PIC X(10)  VALUE '   (NONE)'.
021300
021400 01  DRL-FATAL-LINE.
021500     05  FILLER                  PIC X(10)  VALUE 'ABORTED:'.
021600     05  DRL-F-REASON            PIC X(50).
021700
021800 01  DRL-EDIT-SECONDS            PIC ZZZZ9.
021900 01  DRL-EDIT-GAP                PIC ZZZZ9.
022000
022100 LINKAGE SECTION.
022200*--- THE DRILL NAME IS REQUIRED; THE RUN STAMP IS ONLY GIVEN TO
022300*--- REPORT ON AN EARLIER RUN OF THE SAME DRILL.
022400 01  DRL-DRILL-PARM              PIC X(10).
022500 01  DRL-RUN-PARM                PIC X(14).
022600
022700 PROCEDURE DIVISION USING DRL-DRILL-PARM, DRL-RUN-PARM.
022800
022900 0000-MAINLINE.
023000     PERFORM 1000-INITIALIZE
023100     IF DRL-REFUSED
023200         PERFORM 8000-FINISH
023300         GO TO 9999-EXIT
023400     END-IF
023500     PERFORM 2000-FIND-DRILL-RUN
023600     IF DRL-LAST-ROW = SPACES
023700         MOVE 'NO RUN OF THIS DRILL ON CC2RSLT' TO DRL-F-REASON
023800         PERFORM 1900-REFUSE-REPORT
023900         MOVE 8 TO RETURN-CODE
024000         PERFORM 8000-FINISH
024100         GO TO 9999-EXIT
024200     END-IF
024300     PERFORM 3000-LOAD-FAULTS
024400     PERFORM 4000-COUNT-INJECTIONS
024500     PERFORM 5000-GATHER-EVIDENCE
024600     PERFORM 6000-PRINT-FAULTS
024700     PERFORM 7000-PRINT-SUMMARY
024800     PERFORM 8000-FINISH
024900     GO TO 9999-EXIT.
025000
025100*----------------------------------------------------------------
025200* 1000-INITIALIZE - RESOLVE THE PARAMETERS AND OPEN THE REPORT.
025300* NO DRILL NAME REFUSES THE REPORT WITH RETURN CODE 12.
025400*----------------------------------------------------------------
025500 1000-INITIALIZE.
025600     OPEN OUTPUT REPORT-FILE
025700     MOVE DRL-HEADING-1 TO REPORT-LINE
025800     WRITE REPORT-LINE
025900     IF NUMBER-OF-CALL-PARAMETERS > 0
026000         MOVE DRL-DRILL-PARM TO DRL-DRILL-NAME
026100     END-IF
026200     IF NUMBER-OF-CALL-PARAMETERS > 1
026300         MOVE DRL-RUN-PARM TO DRL-RUN-STAMP
026400     END-IF
026500     MOVE 'DRILL:' TO DRL-PL-LABEL
026600     MOVE DRL-DRILL-NAME TO DRL-PL-VALUE
026700     MOVE DRL-PARM-LINE TO REPORT-LINE
026800     WRITE REPORT-LINE
026900     IF DRL-DRILL-NAME = SPACES
027000         MOVE 'NO DRILL NAMED, NOTHING TO REPORT'
027100             TO DRL-F-REASON
027200         PERFORM 1900-REFUSE-REPORT
027300         MOVE 12 TO RETURN-CODE
027400     END-IF.
027500
027600*----------------------------------------------------------------
027700* 1900-REFUSE-REPORT - PRINT THE ABORT LINE AND TELL THE
027800* OPERATOR; THE CALLER SETS THE RETURN CODE.
027900*----------------------------------------------------------------
028000 1900-REFUSE-REPORT.
028100     MOVE DRL-FATAL-LINE TO REPORT-LINE
028200     WRITE REPORT-LINE
028300     DISPLAY 'CC2DRLRPT: ' DRL-DRILL-NAME ' ' DRL-F-REASON
028400         UPON CONSOLE
028500     SET DRL-REFUSED TO TRUE.
028600
028700*----------------------------------------------------------------
028800* 2000-FIND-DRILL-RUN - ONE PASS OVER CC2RSLT: THE LATEST RUN
028900* STAMPED WITH THE DRILL NAME (UNLESS A RUN WAS GIVEN), THEN
029000* THAT RUN'S LAST ROW, ITS SUITE SELECTION (FROM THE CLOSING
029100* '*RUNTOTAL' OR '*RUNCANCEL' ROW) AND ITS FAIL/HARD ROWS.
029200* THE FIRST READ ONLY PICKS THE RUN WHEN NONE WAS GIVEN.
029300*----------------------------------------------------------------
029400 2000-FIND-DRILL-RUN.
029500     IF DRL-RUN-STAMP = SPACES
029600         MOVE 'N' TO DRL-EOF-SW
029700         OPEN INPUT RESULTS-FILE
029800         IF DRL-RSL-STATUS = '00'
029900             PERFORM 2100-PICK-DRILL-RUN UNTIL DRL-EOF
030000             CLOSE RESULTS-FILE
030100         ELSE
030200             IF DRL-RSL-STATUS = '05'
030300                 CLOSE RESULTS-FILE
030400             END-IF
030500         END-IF
030600     END-IF
030700     MOVE 'RUN:' TO DRL-PL-LABEL
030800     MOVE DRL-RUN-STAMP TO DRL-PL-VALUE
030900     MOVE DRL-PARM-LINE TO REPORT-LINE
031000     WRITE REPORT-LINE
031100     IF DRL-RUN-STAMP NOT = SPACES
031200         MOVE 'N' TO DRL-EOF-SW
031300         OPEN INPUT RESULTS-FILE
031400         IF DRL-RSL-STATUS = '00'
031500             PERFORM 2200-SCAN-RUN-ROW UNTIL DRL-EOF
031600             CLOSE RESULTS-FILE
031700         ELSE
031800             IF DRL-RSL-STATUS = '05'
031900                 CLOSE RESULTS-FILE
032000             END-IF
032100         END-IF
032200     END-IF
032300     IF DRL-LAST-ROW NOT = SPACES
032400         PERFORM 2300-SET-WINDOW
032500         MOVE 'WINDOW TO:' TO DRL-PL-LABEL
032600         MOVE DRL-WINDOW-TO TO DRL-PL-VALUE
032700         MOVE DRL-PARM-LINE TO REPORT-LINE
032800         WRITE REPORT-LINE
032900         MOVE 'SUITE:' TO DRL-PL-LABEL
033000         MOVE DRL-RUN-SUITE TO DRL-PL-VALUE
033100         MOVE DRL-PARM-LINE TO REPORT-LINE
033200         WRITE REPORT-LINE
033300     END-IF.
033400
033500 2100-PICK-DRILL-RUN.
033600     READ RESULTS-FILE
033700         AT END
033800             SET DRL-EOF TO TRUE
033900         NOT AT END
034000             IF RSL-DRILL = DRL-DRILL-NAME
034100                 AND RSL-RUNSTAMP > DRL-RUN-STAMP
034200                 MOVE RSL-RUNSTAMP TO DRL-RUN-STAMP
034300             END-IF
034400     END-READ.
034500
034600*--- A ROW OF THE DRILL RUN. THE FAULT TABLE IS NOT LOADED YET,
034700*--- SO FAIL/HARD ROWS ARE POSTED TO IT ON A LATER PASS; HERE
034800*--- ONLY THE RUN'S EXTENT AND SUITE ARE TAKEN.
034900 2200-SCAN-RUN-ROW.
035000     READ RESULTS-FILE
035100         AT END
035200             SET DRL-EOF TO TRUE
035300         NOT AT END
035400             IF RSL-RUNSTAMP = DRL-RUN-STAMP
035500                 AND RSL-DRILL = DRL-DRILL-NAME
035600                 IF RSL-ROWSTAMP > DRL-LAST-ROW
035700                     MOVE RSL-ROWSTAMP TO DRL-LAST-ROW
035800                 END-IF
035900                 IF RSL-TYPE = '*RUNTOTAL'
036000                     OR RSL-TYPE = '*RUNCANCEL'
036100                     MOVE RSL-SUITE TO DRL-RUN-SUITE
036200                 END-IF
036300             END-IF
036400     END-READ.
036500
036600*--- THE WINDOW CLOSES DRL-GRACE-SECONDS AFTER THE LAST ROW,
036700*--- CLIPPED AT THE END OF THAT DAY.
036800 2300-SET-WINDOW.
036900     MOVE DRL-LAST-ROW TO DRL-WINDOW-TO
037000     MOVE DRL-LAST-ROW (9:6) TO DRL-HMS
037100     COMPUTE DRL-SECONDS = DRL-HMS-HH * 3600
037200         + DRL-HMS-MM * 60 + DRL-HMS-SS + DRL-GRACE-SECONDS
037300     IF DRL-SECONDS > 86399
037400         MOVE '235959' TO DRL-WINDOW-TO (9:6)
037500     ELSE
037600         DIVIDE DRL-SECONDS BY 3600 GIVING DRL-HMS-HH
037700             REMAINDER DRL-SECONDS
037800         DIVIDE DRL-SECONDS BY 60 GIVING DRL-HMS-MM
037900             REMAINDER DRL-HMS-SS
038000         MOVE DRL-HMS TO DRL-WINDOW-TO (9:6)
038100     END-IF.
038200
038300*----------------------------------------------------------------
038400* 3000-LOAD-FAULTS - THE ACTIVE CC2FAULT ROWS OF THE DRILL, AS
038500* CBLCALLP2 WOULD HAVE LOADED THEM WHEN THE RUN ARMED IT.
038600*----------------------------------------------------------------
038700 3000-LOAD-FAULTS.
038800     MOVE ZERO TO DRL-FAULT-COUNT
038900     MOVE 'N' TO DRL-EOF-SW
039000     OPEN INPUT FAULT-FILE
039100     IF DRL-FLT-STATUS = '00'
039200         PERFORM 3100-READ-FAULT-ROW UNTIL DRL-EOF
039300         CLOSE FAULT-FILE
039400     ELSE
039500         IF DRL-FLT-STATUS = '05'
039600             CLOSE FAULT-FILE
039700         END-IF
039800     END-IF.
039900
040000 3100-READ-FAULT-ROW.
040100     READ FAULT-FILE
040200         AT END
040300             SET DRL-EOF TO TRUE
040400         NOT AT END
040500             IF FLT-DRILL = DRL-DRILL-NAME
040600                 AND NOT FLT-INACTIVE
040700                 AND (FLT-WRONG-RESP OR FLT-PARM-ERROR
040800                 OR FLT-UNKNOWN-TYPE OR FLT-DELAY)
040900                 PERFORM 3200-ADD-FAULT
041000             END-IF
041100     END-READ.
041200
041300 3200-ADD-FAULT.
041400     IF DRL-FAULT-COUNT < DRL-FAULT-MAX
041500         ADD 1 TO DRL-FAULT-COUNT
041600         SET DRL-FAULT-IDX TO DRL-FAULT-COUNT
041700         MOVE FLT-TYPE    TO DRL-F-TYPE (DRL-FAULT-IDX)
041800         MOVE FLT-PAYLOAD TO DRL-F-PAYLOAD (DRL-FAULT-IDX)
041900         MOVE FLT-ACTION  TO DRL-F-ACTION (DRL-FAULT-IDX)
042000         MOVE FLT-SECONDS TO DRL-F-SECONDS (DRL-FAULT-IDX)
042100         MOVE FLT-DESC    TO DRL-F-DESC (DRL-FAULT-IDX)
042200         MOVE ZERO TO DRL-F-INJECTED (DRL-FAULT-IDX)
042300         MOVE SPACES TO DRL-F-FIRST (DRL-FAULT-IDX)
042400         MOVE ZERO TO DRL-F-RSLT (DRL-FAULT-IDX)
042500         MOVE ZERO TO DRL-F-ALERTS (DRL-FAULT-IDX)
042600         MOVE SPACES TO DRL-F-VERDICT (DRL-FAULT-IDX)
042700     ELSE
042800         DISPLAY 'CC2DRLRPT: FAULT TABLE FULL, ROW '
042900             'DROPPED: ' FLT-TYPE UPON CONSOLE
043000     END-IF.
043100
043200*----------------------------------------------------------------
043300* 4000-COUNT-INJECTIONS - THE CC2AUDLG ROWS OF THE DRILL INSIDE
043400* THE WINDOW THAT CBLCALLP2 MARKED AS TAMPERED WITH. A ROW IS
043500* CREDITED TO EVERY FAULT OF ITS LK-TYPE AND KIND - TWO ROWS
043600* DIFFERING ONLY BY PAYLOAD CANNOT BE TOLD APART IN THE LOG.
043700*----------------------------------------------------------------
043800 4000-COUNT-INJECTIONS.
043900     MOVE 'N' TO DRL-EOF-SW
044000     OPEN INPUT AUDIT-FILE
044100     IF DRL-AUD-STATUS = '00'
044200         PERFORM 4100-READ-AUDIT-ROW UNTIL DRL-EOF
044300         CLOSE AUDIT-FILE
044400     ELSE
044500         IF DRL-AUD-STATUS = '05'
044600             CLOSE AUDIT-FILE
044700         END-IF
044800     END-IF.
044900
045000 4100-READ-AUDIT-ROW.
045100     READ AUDIT-FILE
045200         AT END
045300             SET DRL-EOF TO TRUE
045400         NOT AT END
045500             IF AUD-DRILL = DRL-DRILL-NAME
045600                 AND AUD-FAULT NOT = SPACES
045700                 AND AUD-TIMESTAMP NOT < DRL-RUN-STAMP
045800                 AND AUD-TIMESTAMP NOT > DRL-WINDOW-TO
045900                 PERFORM 4200-POST-INJECTION
046000                     VARYING DRL-FAULT-IDX FROM 1 BY 1
046100                     UNTIL DRL-FAULT-IDX > DRL-FAULT-COUNT
046200             END-IF
046300     END-READ.
046400
046500 4200-POST-INJECTION.
046600     IF DRL-F-TYPE (DRL-FAULT-IDX) = AUD-TYPE
046700         AND DRL-F-ACTION (DRL-FAULT-IDX) = AUD-FAULT
046800         ADD 1 TO DRL-F-INJECTED (DRL-FAULT-IDX)
046900         IF DRL-F-FIRST (DRL-FAULT-IDX) = SPACES
047000             OR AUD-TIMESTAMP < DRL-F-FIRST (DRL-FAULT-IDX)
047100             MOVE AUD-TIMESTAMP TO DRL-F-FIRST (DRL-FAULT-IDX)
047200         END-IF
047300     END-IF.
047400
047500*----------------------------------------------------------------
047600* 5000-GATHER-EVIDENCE - WHAT THE HARNESS DID: THE RUN'S
047700* FAIL/HARD CC2RSLT ROWS, THE ALERTS CC2DQMON LOGGED INSIDE THE
047800* WINDOW, THE WATCHDOG STATE, AND THE SUITE'S GAP ALLOWANCE.
047900*----------------------------------------------------------------
048000 5000-GATHER-EVIDENCE.
048100     MOVE 'N' TO DRL-EOF-SW
048200     OPEN INPUT RESULTS-FILE
048300     IF DRL-RSL-STATUS = '00'
048400         PERFORM 5100-READ-RESULT-ROW UNTIL DRL-EOF
048500         CLOSE RESULTS-FILE
048600     ELSE
048700         IF DRL-RSL-STATUS = '05'
048800             CLOSE RESULTS-FILE
048900         END-IF
049000     END-IF
049100     MOVE 'N' TO DRL-EOF-SW
049200     OPEN INPUT ALERT-FILE
049300     IF DRL-ALR-STATUS = '00'
049400         PERFORM 5300-READ-ALERT-ROW UNTIL DRL-EOF
049500         CLOSE ALERT-FILE
049600     ELSE
049700         IF DRL-ALR-STATUS = '05'
049800             CLOSE ALERT-FILE
049900         END-IF
050000     END-IF
050100     PERFORM 5500-READ-WATCHDOG
050200     PERFORM 5600-FIND-EXPECTATION.
050300
050400 5100-READ-RESULT-ROW.
050500     READ RESULTS-FILE
050600         AT END
050700             SET DRL-EOF TO TRUE
050800         NOT AT END
050900             IF RSL-RUNSTAMP = DRL-RUN-STAMP
051000                 AND RSL-DRILL = DRL-DRILL-NAME
051100                 AND (RSL-PASSFAIL = 'FAIL'
051200                 OR RSL-PASSFAIL = 'HARD')
051300                 PERFORM 5200-POST-RESULT
051400                     VARYING DRL-FAULT-IDX FROM 1 BY 1
051500                     UNTIL DRL-FAULT-IDX > DRL-FAULT-COUNT
051600             END-IF
051700     END-READ.
051800
051900 5200-POST-RESULT.
052000     IF DRL-F-TYPE (DRL-FAULT-IDX) = RSL-TYPE
052100         ADD 1 TO DRL-F-RSLT (DRL-FAULT-IDX)
052200     END-IF.
052300
052400 5300-READ-ALERT-ROW.
052500     READ ALERT-FILE
052600         AT END
052700             SET DRL-EOF TO TRUE
052800         NOT AT END
052900             IF ALR-STAMP NOT < DRL-RUN-STAMP
053000                 AND ALR-STAMP NOT > DRL-WINDOW-TO
053100                 IF ALR-STALLED
053200                     SET DRL-STALL-SEEN TO TRUE
053300                     IF DRL-STALL-STAMP = SPACES
053400                         MOVE ALR-STAMP TO DRL-STALL-STAMP
053500                     END-IF
053600                 END-IF
053700                 IF ALR-FAIL OR ALR-HARD OR ALR-ESCALATE
053800                     PERFORM 5400-POST-ALERT
053900                         VARYING DRL-FAULT-IDX FROM 1 BY 1
054000                         UNTIL DRL-FAULT-IDX > DRL-FAULT-COUNT
054100                 END-IF
054200             END-IF
054300     END-READ.
054400
054500*--- AN ALERT ONLY COUNTS FOR A FAULT THAT HAD FIRED BY THEN.
054600 5400-POST-ALERT.
054700     IF DRL-F-TYPE (DRL-FAULT-IDX) = ALR-KEY
054800         AND DRL-F-FIRST (DRL-FAULT-IDX) NOT = SPACES
054900         AND ALR-STAMP NOT < DRL-F-FIRST (DRL-FAULT-IDX)
055000         ADD 1 TO DRL-F-ALERTS (DRL-FAULT-IDX)
055100     END-IF.
055200
055300*--- CC2DQWDG IS ONE ROW; IT ONLY STILL SAYS STALLED IF NOTHING
055400*--- HAS MOVED THE WATCHDOG ON SINCE.
055500 5500-READ-WATCHDOG.
055600     OPEN INPUT WATCHDOG-FILE
055700     IF DRL-WDG-STATUS = '00'
055800         READ WATCHDOG-FILE
055900             AT END
056000                 CONTINUE
056100             NOT AT END
056200                 IF WDG-STATE = 'STALLED'
056300                     AND WDG-SINCE NOT < DRL-RUN-STAMP
056400                     AND WDG-SINCE NOT > DRL-WINDOW-TO
056500                     SET DRL-STALL-SEEN TO TRUE
056600                     IF DRL-STALL-STAMP = SPACES
056700                         MOVE WDG-SINCE TO DRL-STALL-STAMP
056800                     END-IF
056900                 END-IF
057000         END-READ
057100         CLOSE WATCHDOG-FILE
057200     ELSE
057300         IF DRL-WDG-STATUS = '05'
057400             CLOSE WATCHDOG-FILE
057500         END-IF
057600     END-IF.
057700
057800 5600-FIND-EXPECTATION.
057900     MOVE 'N' TO DRL-EOF-SW
058000     MOVE 'N' TO DRL-EXP-FOUND-SW
058100     OPEN INPUT EXPECT-FILE
058200     IF DRL-EXP-STATUS = '00'
058300         PERFORM 5610-READ-EXPECTATION
058400             UNTIL DRL-EOF OR DRL-EXP-FOUND
058500         CLOSE EXPECT-FILE
058600     ELSE
058700         IF DRL-EXP-STATUS = '05'
058800             CLOSE EXPECT-FILE
058900         END-IF
059000     END-IF.
059100
059200 5610-READ-EXPECTATION.
059300     READ EXPECT-FILE
059400         AT END
059500             SET DRL-EOF TO TRUE
059600         NOT AT END
059700             IF EXP-SUITE = DRL-RUN-SUITE
059800                 AND DRL-RUN-SUITE NOT = SPACES
059900                 SET DRL-EXP-FOUND TO TRUE
060000                 MOVE EXP-MAXGAP TO DRL-EXP-GAP
060100             END-IF
060200     END-READ.
060300
060400*----------------------------------------------------------------
060500* 6000-PRINT-FAULTS - ONE LINE PER FAULT WITH ITS EVIDENCE AND
060600* VERDICT, FOLLOWED BY A NOTE FOR EVERY PIECE OF EVIDENCE THAT
060700* IS MISSING.
060800*----------------------------------------------------------------
060900 6000-PRINT-FAULTS.
061000     MOVE SPACES TO REPORT-LINE
061100     WRITE REPORT-LINE
061200     MOVE DRL-SECTION-LINE-1 TO REPORT-LINE
061300     WRITE REPORT-LINE
061400     IF DRL-FAULT-COUNT = ZERO
061500         MOVE DRL-NONE-LINE TO REPORT-LINE
061600         WRITE REPORT-LINE
061700     ELSE
061800         MOVE DRL-COLUMN-LINE TO REPORT-LINE
061900         WRITE REPORT-LINE
062000         PERFORM 6100-JUDGE-FAULT
062100             VARYING DRL-FAULT-IDX FROM 1 BY 1
062200             UNTIL DRL-FAULT-IDX > DRL-FAULT-COUNT
062300     END-IF.
062400
062500 6100-JUDGE-FAULT.
062600     EVALUATE TRUE
062700         WHEN DRL-F-INJECTED (DRL-FAULT-IDX) = ZERO
062800             MOVE 'NOT FIRED' TO DRL-F-VERDICT (DRL-FAULT-IDX)
062900             ADD 1 TO DRL-NOT-FIRED-COUNT
063000         WHEN DRL-F-DELAY (DRL-FAULT-IDX)
063100             IF DRL-STALL-SEEN
063200                 MOVE 'DETECTED' TO DRL-F-VERDICT (DRL-FAULT-IDX)
063300                 ADD 1 TO DRL-DETECTED-COUNT
063400             ELSE
063500                 MOVE 'UNDETECTED'
063600                     TO DRL-F-VERDICT (DRL-FAULT-IDX)
063700                 ADD 1 TO DRL-UNDETECTED-COUNT
063800             END-IF
063900         WHEN DRL-F-RSLT (DRL-FAULT-IDX) > ZERO
064000             AND DRL-F-ALERTS (DRL-FAULT-IDX) > ZERO
064100             MOVE 'DETECTED' TO DRL-F-VERDICT (DRL-FAULT-IDX)
064200             ADD 1 TO DRL-DETECTED-COUNT
064300         WHEN DRL-F-RSLT (DRL-FAULT-IDX) > ZERO
064400             OR DRL-F-ALERTS (DRL-FAULT-IDX) > ZERO
064500             MOVE 'PARTIAL' TO DRL-F-VERDICT (DRL-FAULT-IDX)
064600             ADD 1 TO DRL-PARTIAL-COUNT
064700         WHEN OTHER
064800             MOVE 'UNDETECTED' TO DRL-F-VERDICT (DRL-FAULT-IDX)
064900             ADD 1 TO DRL-UNDETECTED-COUNT
065000     END-EVALUATE
065100     MOVE DRL-F-TYPE (DRL-FAULT-IDX)     TO DRL-D-TYPE
065200     MOVE DRL-F-ACTION (DRL-FAULT-IDX)   TO DRL-D-ACTION
065300     MOVE DRL-F-INJECTED (DRL-FAULT-IDX) TO DRL-D-INJECTED
065400     MOVE DRL-F-RSLT (DRL-FAULT-IDX)     TO DRL-D-RSLT
065500     MOVE DRL-F-ALERTS (DRL-FAULT-IDX)   TO DRL-D-ALERTS
065600     IF DRL-F-DELAY (DRL-FAULT-IDX) AND DRL-STALL-SEEN
065700         MOVE 'YES' TO DRL-D-STALL
065800     ELSE
065900         MOVE 'NO' TO DRL-D-STALL
066000     END-IF
066100     MOVE DRL-F-VERDICT (DRL-FAULT-IDX)  TO DRL-D-VERDICT
066200     MOVE DRL-DETAIL-LINE TO REPORT-LINE
066300     WRITE REPORT-LINE
066400     IF DRL-F-PAYLOAD (DRL-FAULT-IDX) NOT = SPACES
066500         MOVE SPACES TO DRL-N-TEXT
066600         STRING 'PAYLOAD ' DRL-F-PAYLOAD (DRL-FAULT-IDX)
066700             DELIMITED BY SIZE INTO DRL-N-TEXT
066800         PERFORM 6900-PRINT-NOTE
066900     END-IF
067000     IF DRL-F-INJECTED (DRL-FAULT-IDX) > ZERO
067100         PERFORM 6200-NOTE-GAPS
067200     END-IF
067300     IF DRL-F-DELAY (DRL-FAULT-IDX)
067400         PERFORM 6300-CHECK-DELAY-LENGTH
067500     END-IF.
067600
067700 6200-NOTE-GAPS.
067800     IF DRL-F-DELAY (DRL-FAULT-IDX)
067900         IF NOT DRL-STALL-SEEN
068000             MOVE 'GAP: WATCHDOG NEVER CALLED THE RUN STALLED'
068100                 TO DRL-N-TEXT
068200             PERFORM 6900-PRINT-NOTE
068300         END-IF
068400     ELSE
068500         IF DRL-F-RSLT (DRL-FAULT-IDX) = ZERO
068600             MOVE 'GAP: NO FAIL/HARD ROW IN CC2RSLT FOR THE TYPE'
068700                 TO DRL-N-TEXT
068800             PERFORM 6900-PRINT-NOTE
068900         END-IF
069000         IF DRL-F-ALERTS (DRL-FAULT-IDX) = ZERO
069100             MOVE 'GAP: NO CC2DQMON ALERT FOR THE TYPE'
069200                 TO DRL-N-TEXT
069300             PERFORM 6900-PRINT-NOTE
069400         END-IF
069500     END-IF.
069600
069700*--- A DELAY ONLY TRIPS THE WATCHDOG IF IT OUTLASTS THE SUITE'S
069800*--- GAP BY MORE THAN THE ONE-MINUTE CHECK INTERVAL.
069900 6300-CHECK-DELAY-LENGTH.
070000     IF DRL-F-SECONDS (DRL-FAULT-IDX) > ZERO
070100         MOVE DRL-F-SECONDS (DRL-FAULT-IDX) TO DRL-DELAY-SECONDS
070200     ELSE
070300         MOVE DRL-DELAY-DEFAULT TO DRL-DELAY-SECONDS
070400     END-IF
070500     MOVE DRL-DELAY-SECONDS TO DRL-EDIT-SECONDS
070600     IF NOT DRL-EXP-FOUND
070700         MOVE SPACES TO DRL-N-TEXT
070800         STRING 'WARN: SUITE ' DRL-RUN-SUITE
070900             ' HAS NO CC2DQEXP GAP - NO STALL POSSIBLE'
071000             DELIMITED BY SIZE INTO DRL-N-TEXT
071100         PERFORM 6900-PRINT-NOTE
071200     ELSE
071300         IF DRL-DELAY-SECONDS NOT >
071400             DRL-EXP-GAP + DRL-TICK-SECONDS
071500             MOVE DRL-EXP-GAP TO DRL-EDIT-GAP
071600             MOVE SPACES TO DRL-N-TEXT
071700             STRING 'WARN: DELAY ' DRL-EDIT-SECONDS
071800                 'S NOT PAST SUITE GAP ' DRL-EDIT-GAP
071900                 'S PLUS ONE MINUTE'
072000                 DELIMITED BY SIZE INTO DRL-N-TEXT
072100             PERFORM 6900-PRINT-NOTE
072200         END-IF
072300     END-IF.
072400
072500 6900-PRINT-NOTE.
072600     MOVE DRL-NOTE-LINE TO REPORT-LINE
072700     WRITE REPORT-LINE.
072800
072900*----------------------------------------------------------------
073000* 7000-PRINT-SUMMARY - THE VERDICT COUNTS AND THE RETURN CODE:
073100* ANY GAP IS 8, FAULTS THAT NEVER FIRED (AND NO GAP) ARE 4.
073200*----------------------------------------------------------------
073300 7000-PRINT-SUMMARY.
073400     MOVE SPACES TO REPORT-LINE
073500     WRITE REPORT-LINE
073600     MOVE DRL-SECTION-LINE-2 TO REPORT-LINE
073700     WRITE REPORT-LINE
073800     MOVE 'DETECTED:' TO DRL-TL-LABEL
073900     MOVE DRL-DETECTED-COUNT TO DRL-TL-COUNT
074000     MOVE DRL-TOTAL-LINE TO REPORT-LINE
074100     WRITE REPORT-LINE
074200     MOVE 'PARTIAL:' TO DRL-TL-LABEL
074300     MOVE DRL-PARTIAL-COUNT TO DRL-TL-COUNT
074400     MOVE DRL-TOTAL-LINE TO REPORT-LINE
074500     WRITE REPORT-LINE
074600     MOVE 'UNDETECTED:' TO DRL-TL-LABEL
074700     MOVE DRL-UNDETECTED-COUNT TO DRL-TL-COUNT
074800     MOVE DRL-TOTAL-LINE TO REPORT-LINE
074900     WRITE REPORT-LINE
075000     MOVE 'NOT FIRED:' TO DRL-TL-LABEL
075100     MOVE DRL-NOT-FIRED-COUNT TO DRL-TL-COUNT
075200     MOVE DRL-TOTAL-LINE TO REPORT-LINE
075300     WRITE REPORT-LINE
075400     IF DRL-STALL-SEEN
075500         MOVE 'STALL SEEN:' TO DRL-PL-LABEL
075600         MOVE DRL-STALL-STAMP TO DRL-PL-VALUE
075700         MOVE DRL-PARM-LINE TO REPORT-LINE
075800         WRITE REPORT-LINE
075900     END-IF
076000     EVALUATE TRUE
076100         WHEN DRL-PARTIAL-COUNT > ZERO
076200             OR DRL-UNDETECTED-COUNT > ZERO
076300             MOVE 8 TO RETURN-CODE
076400             DISPLAY 'CC2DRLRPT: DRILL ' DRL-DRILL-NAME ' RUN '
076500                 DRL-RUN-STAMP ' HAS DETECTION GAPS'
076600                 UPON CONSOLE
076700         WHEN DRL-NOT-FIRED-COUNT > ZERO
076800             MOVE 4 TO RETURN-CODE
076900         WHEN OTHER
077000             MOVE ZERO TO RETURN-CODE
077100     END-EVALUATE.
077200
077300 8000-FINISH.
077400     CLOSE REPORT-FILE.
077500
077600 9999-EXIT.
077700     GOBACK.
