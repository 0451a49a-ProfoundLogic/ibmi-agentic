000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    CC2ALRHND.
000300 AUTHOR.        OPERATIONS SUPPORT.
000400 INSTALLATION.  PLSRC1.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*   DATE       INIT  DESCRIPTION
001000*   2026-10-15 OPS   INITIAL VERSION - MORNING ALERT HANDOVER
001100*                    REPORT OVER CC2ALRLOG.
001200*--------------------------------------------------------------
001300* DESCRIPTION:
001400*   THE MORNING SHIFT'S HANDOVER OF THE NIGHT'S ALERTS: EVERY
001500*   ALERT CC2DQMON LOGGED TO CC2ALRLOG DURING THE NIGHT, WHO
001600*   ACKNOWLEDGED IT (ON THE CC2STSDSP ALERT PANEL) AND HOW
001700*   MANY MINUTES THAT TOOK, WHETHER IT WAS SENT ON TO ON-CALL,
001800*   AND THE OPERATOR'S COMMENT. THE ALERTS NEVER ACKNOWLEDGED
001900*   ARE LISTED AGAIN IN A SECTION OF THEIR OWN.
002000*
002100*   THE NIGHT IS GIVEN AS ITS EVENING DATE - CALL CC2ALRHND
002200*   PARM('20261014') COVERS 2026-10-14 18:00:00 UP TO
002300*   2026-10-15 18:00:00 (HND-CUTOVER). NO PARAMETER REPORTS ON
002400*   LAST NIGHT, THE NIGHT THAT BEGAN YESTERDAY EVENING.
002500*   "NEVER ACKNOWLEDGED" MEANS NOT ACKNOWLEDGED BY THE TIME THE
002600*   REPORT RUNS.
002700*
002800*   RETURN CODE 0 EVERY ALERT ACKNOWLEDGED (OR NONE RAISED),
002900*   4 SOME ALERT NEVER ACKNOWLEDGED, 12 THE NIGHT GIVEN IS NOT
003000*   A DATE.
003100*--------------------------------------------------------------
003200
003300 ENVIRONMENT DIVISION.
003400 INPUT-OUTPUT SECTION.
003500 FILE-CONTROL.
003600     SELECT OPTIONAL ALERT-FILE ASSIGN TO CC2ALRLOG
003700         ORGANIZATION IS SEQUENTIAL
003800         FILE STATUS IS HND-ALR-STATUS.
003900     SELECT REPORT-FILE ASSIGN TO PRINTER-CC2ALRHND
004000         ORGANIZATION IS SEQUENTIAL.
004100
004200 DATA DIVISION.
004300 FILE SECTION.
004400 FD  ALERT-FILE.
004500     COPY "alrrec".
004600
004700 FD  REPORT-FILE.
004800 01  REPORT-LINE                 PIC X(80).
004900
005000 WORKING-STORAGE SECTION.
005100 77  HND-ALR-STATUS              PIC X(02).
005200 77  HND-EOF-SW                  PIC X(01) VALUE 'N'.
005300     88  HND-EOF                             VALUE 'Y'.
005400 77  HND-REFUSED-SW              PIC X(01) VALUE 'N'.
005500     88  HND-REFUSED                         VALUE 'Y'.
005600 77  HND-PASS-NBR                PIC S9(04) BINARY VALUE ZERO.
005700*--- THE NIGHT RUNS FROM HND-CUTOVER ON ITS EVENING DATE TO
005800*--- HND-CUTOVER THE DAY AFTER.
005900 77  HND-CUTOVER                 PIC X(06) VALUE '180000'.
006000 77  HND-NIGHT-DATE              PIC 9(08) VALUE ZERO.
006100 77  HND-NIGHT-X REDEFINES HND-NIGHT-DATE
006200                                 PIC X(08).
006300 77  HND-NEXT-DATE               PIC 9(08) VALUE ZERO.
006400 77  HND-TODAY-DATE              PIC 9(08) VALUE ZERO.
006500 77  HND-DATE-INTEGER            PIC S9(09) BINARY VALUE ZERO.
006600 77  HND-WINDOW-FROM             PIC X(14) VALUE SPACES.
006700 77  HND-WINDOW-TO               PIC X(14) VALUE SPACES.
006800 77  HND-RAISED-COUNT            PIC S9(05) BINARY VALUE ZERO.
006900 77  HND-CRIT-COUNT              PIC S9(05) BINARY VALUE ZERO.
007000 77  HND-ACKED-COUNT             PIC S9(05) BINARY VALUE ZERO.
007100 77  HND-NEVER-COUNT             PIC S9(05) BINARY VALUE ZERO.
007200 77  HND-ONCALL-COUNT            PIC S9(05) BINARY VALUE ZERO.
007300 77  HND-ACK-MINUTES             PIC S9(09) BINARY VALUE ZERO.
007400 77  HND-TOTAL-MINUTES           PIC S9(09) BINARY VALUE ZERO.
007500 77  HND-LONGEST-MINUTES         PIC S9(09) BINARY VALUE ZERO.
007600 77  HND-AVERAGE-MINUTES         PIC S9(09) BINARY VALUE ZERO.
007700 77  HND-RAISED-SECONDS          PIC S9(11) BINARY VALUE ZERO.
007800 77  HND-SECONDS                 PIC S9(11) BINARY VALUE ZERO.
007900
008000*--- A CCYYMMDDHHMMSS STAMP TAKEN APART FOR 6100-STAMP-TO-SECONDS.
008100 01  HND-STAMP.
008200     03  HND-ST-DATE             PIC 9(08).
008300     03  HND-ST-HH               PIC 9(02).
008400     03  HND-ST-MM               PIC 9(02).
008500     03  HND-ST-SS               PIC 9(02).
008600
008700 01  HND-HEADING-1.
008800     05  FILLER                  PIC X(20)
008900             VALUE 'CC2ALRHND '.
009000     05  FILLER                  PIC X(40)
009100             VALUE 'OVERNIGHT ALERT HANDOVER'.
009200
009300 01  HND-PARM-LINE.
009400     05  HND-PL-LABEL            PIC X(14).
009500     05  HND-PL-VALUE            PIC X(50).
009600
009700 01  HND-SECTION-LINE-1.
009800     05  FILLER                  PIC X(30)
009900             VALUE '** ALERTS OF THE NIGHT **'.
010000
010100 01  HND-SECTION-LINE-2.
010200     05  FILLER                  PIC X(30)
010300             VALUE '** NEVER ACKNOWLEDGED **'.
010400
010500 01  HND-SECTION-LINE-3.
010600     05  FILLER                  PIC X(30)
010700             VALUE '** HANDOVER SUMMARY **'.
010800
010900 01  HND-COLUMN-LINE.
011000     05  FILLER                  PIC X(15)  VALUE 'RAISED'.
011100     05  FILLER                  PIC X(05)  VALUE 'SEV'.
011200     05  FILLER                  PIC X(11)  VALUE 'KIND'.
011300     05  FILLER                  PIC X(11)  VALUE 'TYPE/SUITE'.
011400     05  FILLER                  PIC X(11)  VALUE 'ACK BY'.
011500     05  FILLER                  PIC X(07)  VALUE '  MINS'.
011600     05  FILLER                  PIC X(10)  VALUE 'ON-CALL'.
011700
011800 01  HND-DETAIL-LINE.
011900     05  HND-D-STAMP             PIC X(14).
012000     05  FILLER                  PIC X(01)  VALUE SPACES.
012100     05  HND-D-SEV               PIC X(04).
012200     05  FILLER                  PIC X(01)  VALUE SPACES.
012300     05  HND-D-KIND              PIC X(10).
012400     05  FILLER                  PIC X(01)  VALUE SPACES.
012500     05  HND-D-KEY               PIC X(10).
012600     05  FILLER                  PIC X(01)  VALUE SPACES.
012700     05  HND-D-ACK-USER          PIC X(10).
012800     05  FILLER                  PIC X(01)  VALUE SPACES.
012900     05  HND-D-MINUTES           PIC X(06).
013000     05  HND-D-MINUTES-N REDEFINES HND-D-MINUTES
013100                                 PIC ZZZZZ9.
013200     05  FILLER                  PIC X(01)  VALUE SPACES.
013300     05  HND-D-ONCALL            PIC X(10).
013400
013500 01  HND-NOTE-LINE.
013600     05  FILLER                  PIC X(04)  VALUE SPACES.
013700     05  HND-N-LABEL             PIC X(09).
013800     05  HND-N-TEXT              PIC X(60).
013900
014000 01  HND-TOTAL-LINE.
014100     05  HND-TL-LABEL            PIC X(24).
014200     05  HND-TL-COUNT            PIC ZZ,ZZ9.
014300
014400 01  HND-NONE-LINE.
014500     05  FILLER                  PIC X(10)  VALUE '   (NONE)'.
014600
014700 01  HND-FATAL-LINE.
014800     05  FILLER                  PIC X(10)  VALUE 'ABORTED:'.
014900     05  HND-F-REASON            PIC X(50).
015000
015100 LINKAGE SECTION.
015200*--- THE NIGHT'S EVENING DATE, CCYYMMDD; BLANK OR OMITTED IS
015300*--- LAST NIGHT.
015400 01  HND-NIGHT-PARM              PIC X(08).
015500
015600 PROCEDURE DIVISION USING HND-NIGHT-PARM.
015700
015800 0000-MAINLINE.
015900     PERFORM 1000-INITIALIZE
016000     IF HND-REFUSED
016100         PERFORM 8000-FINISH
016200         GO TO 9999-EXIT
016300     END-IF
016400     PERFORM 2000-PRINT-NIGHT
016500     PERFORM 3000-PRINT-NEVER-ACKED
016600     PERFORM 7000-PRINT-SUMMARY
016700     PERFORM 8000-FINISH
016800     GO TO 9999-EXIT.
016900
017000*----------------------------------------------------------------
017100* 1000-INITIALIZE - OPEN THE REPORT AND SET THE NIGHT'S WINDOW.
017200* A NIGHT THAT IS GIVEN BUT IS NOT A DATE REFUSES THE REPORT
017300* WITH RETURN CODE 12.
017400*----------------------------------------------------------------
017500 1000-INITIALIZE.
017600     OPEN OUTPUT REPORT-FILE
017700     MOVE HND-HEADING-1 TO REPORT-LINE
017800     WRITE REPORT-LINE
017900     ACCEPT HND-TODAY-DATE FROM DATE YYYYMMDD
018000     COMPUTE HND-DATE-INTEGER =
018100         FUNCTION INTEGER-OF-DATE (HND-TODAY-DATE) - 1
018200     MOVE FUNCTION DATE-OF-INTEGER (HND-DATE-INTEGER)
018300         TO HND-NIGHT-DATE
018400     IF NUMBER-OF-CALL-PARAMETERS > 0
018500         AND HND-NIGHT-PARM NOT = SPACES
018600         IF HND-NIGHT-PARM IS NUMERIC
018700             AND HND-NIGHT-PARM (1:4) > '1600'
018800             AND HND-NIGHT-PARM (5:2) > '00'
018900             AND HND-NIGHT-PARM (5:2) < '13'
019000             AND HND-NIGHT-PARM (7:2) > '00'
019100             AND HND-NIGHT-PARM (7:2) < '32'
019200             MOVE HND-NIGHT-PARM TO HND-NIGHT-X
019300         ELSE
019400             MOVE 'NIGHT IS NOT A DATE CCYYMMDD'
019500                 TO HND-F-REASON
019600             PERFORM 1900-REFUSE-REPORT
019700         END-IF
019800     END-IF
019900     IF NOT HND-REFUSED
020000         COMPUTE HND-DATE-INTEGER =
020100             FUNCTION INTEGER-OF-DATE (HND-NIGHT-DATE) + 1
020200         MOVE FUNCTION DATE-OF-INTEGER (HND-DATE-INTEGER)
020300             TO HND-NEXT-DATE
020400         STRING HND-NIGHT-X  DELIMITED BY SIZE
020500                HND-CUTOVER  DELIMITED BY SIZE
020600             INTO HND-WINDOW-FROM
020700         MOVE HND-NEXT-DATE TO HND-WINDOW-TO (1:8)
020800         MOVE HND-CUTOVER TO HND-WINDOW-TO (9:6)
020900         MOVE 'NIGHT OF:' TO HND-PL-LABEL
021000         MOVE HND-NIGHT-X TO HND-PL-VALUE
021100         MOVE HND-PARM-LINE TO REPORT-LINE
021200         WRITE REPORT-LINE
021300         MOVE 'FROM:' TO HND-PL-LABEL
021400         MOVE HND-WINDOW-FROM TO HND-PL-VALUE
021500         MOVE HND-PARM-LINE TO REPORT-LINE
021600         WRITE REPORT-LINE
021700         MOVE 'UP TO:' TO HND-PL-LABEL
021800         MOVE HND-WINDOW-TO TO HND-PL-VALUE
021900         MOVE HND-PARM-LINE TO REPORT-LINE
022000         WRITE REPORT-LINE
022100     END-IF.
022200
022300*----------------------------------------------------------------
022400* 1900-REFUSE-REPORT - PRINT THE ABORT LINE, TELL THE OPERATOR
022500* AND END RC 12.
022600*----------------------------------------------------------------
022700 1900-REFUSE-REPORT.
022800     MOVE HND-FATAL-LINE TO REPORT-LINE
022900     WRITE REPORT-LINE
023000     DISPLAY 'CC2ALRHND: ' HND-F-REASON UPON CONSOLE
023100     SET HND-REFUSED TO TRUE
023200     MOVE 12 TO RETURN-CODE.
023300
023400*----------------------------------------------------------------
023500* 2000-PRINT-NIGHT - ONE PASS OVER CC2ALRLOG PRINTING EVERY
023600* ALERT RAISED IN THE WINDOW, IN THE ORDER RAISED, WITH ITS
023700* TEXT AND ANY ACKNOWLEDGMENT COMMENT UNDER IT. THE COUNTS FOR
023800* THE SUMMARY ARE GATHERED ON THE WAY.
023900*----------------------------------------------------------------
024000 2000-PRINT-NIGHT.
024100     MOVE SPACES TO REPORT-LINE
024200     WRITE REPORT-LINE
024300     MOVE HND-SECTION-LINE-1 TO REPORT-LINE
024400     WRITE REPORT-LINE
024500     MOVE HND-COLUMN-LINE TO REPORT-LINE
024600     WRITE REPORT-LINE
024700     MOVE 1 TO HND-PASS-NBR
024800     PERFORM 5000-READ-ALERT-LOG
024900     IF HND-RAISED-COUNT = ZERO
025000         MOVE HND-NONE-LINE TO REPORT-LINE
025100         WRITE REPORT-LINE
025200     END-IF.
025300
025400 2100-PRINT-ALERT.
025500     ADD 1 TO HND-RAISED-COUNT
025600     IF ALR-SEV-CRIT
025700         ADD 1 TO HND-CRIT-COUNT
025800     END-IF
025900     IF ALR-ONCALL-STAMP NOT = SPACES
026000         ADD 1 TO HND-ONCALL-COUNT
026100     END-IF
026200     PERFORM 6000-FORMAT-DETAIL
026300     IF ALR-UNACKNOWLEDGED
026400         ADD 1 TO HND-NEVER-COUNT
026500     ELSE
026600         ADD 1 TO HND-ACKED-COUNT
026700         ADD HND-ACK-MINUTES TO HND-TOTAL-MINUTES
026800         IF HND-ACK-MINUTES > HND-LONGEST-MINUTES
026900             MOVE HND-ACK-MINUTES TO HND-LONGEST-MINUTES
027000         END-IF
027100     END-IF
027200     MOVE HND-DETAIL-LINE TO REPORT-LINE
027300     WRITE REPORT-LINE
027400     MOVE 'ALERT:' TO HND-N-LABEL
027500     MOVE ALR-TEXT TO HND-N-TEXT
027600     MOVE HND-NOTE-LINE TO REPORT-LINE
027700     WRITE REPORT-LINE
027800     IF ALR-ACK-TEXT NOT = SPACES
027900         MOVE 'COMMENT:' TO HND-N-LABEL
028000         MOVE ALR-ACK-TEXT TO HND-N-TEXT
028100         MOVE HND-NOTE-LINE TO REPORT-LINE
028200         WRITE REPORT-LINE
028300     END-IF.
028400
028500*----------------------------------------------------------------
028600* 3000-PRINT-NEVER-ACKED - A SECOND PASS LISTING ONLY THE
028700* NIGHT'S ALERTS STILL UNACKNOWLEDGED, SO THE MORNING SHIFT SEES
028800* WHAT NOBODY HAS ANSWERED WITHOUT READING THE WHOLE NIGHT.
028900*----------------------------------------------------------------
029000 3000-PRINT-NEVER-ACKED.
029100     MOVE SPACES TO REPORT-LINE
029200     WRITE REPORT-LINE
029300     MOVE HND-SECTION-LINE-2 TO REPORT-LINE
029400     WRITE REPORT-LINE
029500     IF HND-NEVER-COUNT = ZERO
029600         MOVE HND-NONE-LINE TO REPORT-LINE
029700         WRITE REPORT-LINE
029800     ELSE
029900         MOVE HND-COLUMN-LINE TO REPORT-LINE
030000         WRITE REPORT-LINE
030100         MOVE 2 TO HND-PASS-NBR
030200         PERFORM 5000-READ-ALERT-LOG
030300     END-IF.
030400
030500 3100-PRINT-NEVER-ACKED-ALERT.
030600     IF ALR-UNACKNOWLEDGED
030700         PERFORM 6000-FORMAT-DETAIL
030800         MOVE HND-DETAIL-LINE TO REPORT-LINE
030900         WRITE REPORT-LINE
031000     END-IF.
031100
031200*----------------------------------------------------------------
031300* 5000-READ-ALERT-LOG - ONE PASS OVER CC2ALRLOG, HANDING EACH
031400* ROW RAISED IN THE WINDOW TO THE PASS IN HND-PASS-NBR. A
031500* MISSING OR EMPTY LOG IS A NIGHT WITH NO ALERTS.
031600*----------------------------------------------------------------
031700 5000-READ-ALERT-LOG.
031800     MOVE 'N' TO HND-EOF-SW
031900     OPEN INPUT ALERT-FILE
032000     IF HND-ALR-STATUS = '00'
032100         PERFORM 5100-READ-ALERT-ROW UNTIL HND-EOF
032200         CLOSE ALERT-FILE
032300     ELSE
032400         IF HND-ALR-STATUS = '05'
032500             CLOSE ALERT-FILE
032600         END-IF
032700     END-IF.
032800
032900 5100-READ-ALERT-ROW.
033000     READ ALERT-FILE
033100         AT END
033200             SET HND-EOF TO TRUE
033300         NOT AT END
033400             IF ALR-STAMP NOT < HND-WINDOW-FROM
033500                 AND ALR-STAMP < HND-WINDOW-TO
033600                 IF HND-PASS-NBR = 1
033700                     PERFORM 2100-PRINT-ALERT
033800                 ELSE
033900                     PERFORM 3100-PRINT-NEVER-ACKED-ALERT
034000                 END-IF
034100             END-IF
034200     END-READ.
034300
034400*----------------------------------------------------------------
034500* 6000-FORMAT-DETAIL - THE DETAIL LINE FOR THE ALERT IN THE
034600* RECORD AREA. MINUTES TO ACKNOWLEDGE ARE WHOLE MINUTES FROM
034700* RAISED TO ACKNOWLEDGED (HND-ACK-MINUTES), OR NEVER.
034800*----------------------------------------------------------------
034900 6000-FORMAT-DETAIL.
035000     MOVE ALR-STAMP        TO HND-D-STAMP
035100     MOVE ALR-SEVERITY     TO HND-D-SEV
035200     MOVE ALR-KIND         TO HND-D-KIND
035300     MOVE ALR-KEY          TO HND-D-KEY
035400     MOVE ALR-ONCALL-MSGQ  TO HND-D-ONCALL
035500     MOVE ZERO TO HND-ACK-MINUTES
035600     IF ALR-UNACKNOWLEDGED
035700         MOVE SPACES TO HND-D-ACK-USER
035800         MOVE ' NEVER' TO HND-D-MINUTES
035900     ELSE
036000         MOVE ALR-ACK-USER TO HND-D-ACK-USER
036100         MOVE ALR-STAMP TO HND-STAMP
036200         PERFORM 6100-STAMP-TO-SECONDS
036300         MOVE HND-SECONDS TO HND-RAISED-SECONDS
036400         MOVE ALR-ACK-STAMP TO HND-STAMP
036500         PERFORM 6100-STAMP-TO-SECONDS
036600         IF HND-SECONDS > HND-RAISED-SECONDS
036700             AND HND-RAISED-SECONDS > ZERO
036800             COMPUTE HND-ACK-MINUTES =
036900                 (HND-SECONDS - HND-RAISED-SECONDS) / 60
037000         END-IF
037100         MOVE HND-ACK-MINUTES TO HND-D-MINUTES-N
037200     END-IF.
037300
037400*--- SECONDS SINCE THE CALENDAR'S DAY ONE FOR HND-STAMP; ZERO
037500*--- WHEN IT IS NOT A STAMP.
037600 6100-STAMP-TO-SECONDS.
037700     IF HND-ST-DATE IS NUMERIC
037800         AND HND-ST-DATE > ZERO
037900         AND HND-ST-HH IS NUMERIC
038000         AND HND-ST-MM IS NUMERIC
038100         AND HND-ST-SS IS NUMERIC
038200         COMPUTE HND-SECONDS =
038300             FUNCTION INTEGER-OF-DATE (HND-ST-DATE) * 86400
038400             + HND-ST-HH * 3600 + HND-ST-MM * 60 + HND-ST-SS
038500     ELSE
038600         MOVE ZERO TO HND-SECONDS
038700     END-IF.
038800
038900*----------------------------------------------------------------
039000* 7000-PRINT-SUMMARY - THE NIGHT IN NUMBERS, AND THE RETURN CODE.
039100*----------------------------------------------------------------
039200 7000-PRINT-SUMMARY.
039300     MOVE SPACES TO REPORT-LINE
039400     WRITE REPORT-LINE
039500     MOVE HND-SECTION-LINE-3 TO REPORT-LINE
039600     WRITE REPORT-LINE
039700     MOVE 'ALERTS RAISED:' TO HND-TL-LABEL
039800     MOVE HND-RAISED-COUNT TO HND-TL-COUNT
039900     MOVE HND-TOTAL-LINE TO REPORT-LINE
040000     WRITE REPORT-LINE
040100     MOVE 'CRITICAL:' TO HND-TL-LABEL
040200     MOVE HND-CRIT-COUNT TO HND-TL-COUNT
040300     MOVE HND-TOTAL-LINE TO REPORT-LINE
040400     WRITE REPORT-LINE
040500     MOVE 'ACKNOWLEDGED:' TO HND-TL-LABEL
040600     MOVE HND-ACKED-COUNT TO HND-TL-COUNT
040700     MOVE HND-TOTAL-LINE TO REPORT-LINE
040800     WRITE REPORT-LINE
040900     MOVE 'NEVER ACKNOWLEDGED:' TO HND-TL-LABEL
041000     MOVE HND-NEVER-COUNT TO HND-TL-COUNT
041100     MOVE HND-TOTAL-LINE TO REPORT-LINE
041200     WRITE REPORT-LINE
041300     MOVE 'SENT TO ON-CALL:' TO HND-TL-LABEL
041400     MOVE HND-ONCALL-COUNT TO HND-TL-COUNT
041500     MOVE HND-TOTAL-LINE TO REPORT-LINE
041600     WRITE REPORT-LINE
041700     IF HND-ACKED-COUNT > ZERO
041800         COMPUTE HND-AVERAGE-MINUTES ROUNDED =
041900             HND-TOTAL-MINUTES / HND-ACKED-COUNT
042000         MOVE 'AVERAGE MINUTES TO ACK:' TO HND-TL-LABEL
042100         MOVE HND-AVERAGE-MINUTES TO HND-TL-COUNT
042200         MOVE HND-TOTAL-LINE TO REPORT-LINE
042300         WRITE REPORT-LINE
042400         MOVE 'LONGEST MINUTES TO ACK:' TO HND-TL-LABEL
042500         MOVE HND-LONGEST-MINUTES TO HND-TL-COUNT
042600         MOVE HND-TOTAL-LINE TO REPORT-LINE
042700         WRITE REPORT-LINE
042800     END-IF
042900     IF HND-NEVER-COUNT > ZERO
043000         MOVE 4 TO RETURN-CODE
043100         DISPLAY 'CC2ALRHND: NIGHT OF ' HND-NIGHT-X ' HAS '
043200             'ALERTS NEVER ACKNOWLEDGED' UPON CONSOLE
043300     ELSE
043400         MOVE ZERO TO RETURN-CODE
043500     END-IF.
043600
043700 8000-FINISH.
043800     CLOSE REPORT-FILE.
043900
044000 9999-EXIT.
044100     GOBACK.
