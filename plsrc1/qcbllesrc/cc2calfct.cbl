000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    CC2CALFCT.
000300 AUTHOR.        OPERATIONS SUPPORT.
000400 INSTALLATION.  PLSRC1.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*   DATE       INIT  DESCRIPTION
001000*   2026-10-15 OPS   INITIAL VERSION - FORWARD FORECAST AND
001100*                    VALIDATION OF THE CC2RUNCAL CALENDAR.
001200*--------------------------------------------------------------
001300* DESCRIPTION:
001400*   CC2SCHDRV ONLY EVER RESOLVES TONIGHT. THIS REPORT APPLIES
001500*   THE SAME RESOLUTION RULES TO EVERY NIGHT OF A WINDOW -
001600*   A SPECIFIC-DATE ROW BEATS A DAY-OF-WEEK ROW, ROWS OUTSIDE
001700*   THEIR EFFECTIVE RANGE ARE IGNORED, THE FIRST MATCHING ROW
001800*   OF A KIND WINS - AND SHOWS FOR EACH NIGHT THE SUITE THAT
001900*   WILL RUN (OR *SKIP) AND THE CC2RUNCAL ROW THAT WON, SO A
002000*   CALENDAR MISTAKE IS FOUND BEFORE THE NIGHT IT BITES.
002100*
002200*   CALL CC2CALFCT PARM('030' '20261220') FORECASTS 30 NIGHTS
002300*   FROM 20 DECEMBER; NO PARAMETERS FORECASTS FCT-DEFAULT-DAYS
002400*   NIGHTS FROM TONIGHT. CHANGE CONTROL RUNS IT BEFORE EVERY
002500*   HOLIDAY PERIOD AND RELEASE WEEKEND.
002600*
002700*   NIGHT FLAGS:
002800*     NOENTRY  NO RULE IN FORCE - CC2SCHDRV WOULD LOG NOENTRY
002900*              AND END RC 8 WITH NO RUN.
003000*     OVERLAP  MORE THAN ONE SPECIFIC-DATE ROW IN FORCE FOR
003100*              THE NIGHT - ONLY THE FIRST IN FILE ORDER WINS.
003200*     NOPLAN   THE SUITE HAS NO ACTIVE CC2CTL ROWS, SO THE
003300*              RUN WOULD DO NOTHING ('*ALL' AND '*STREAMS'
003400*              NEED ANY ACTIVE ROW AT ALL).
003500*     NOEXP    THE SUITE HAS NO CC2DQEXP ROW, SO THE CC2DQMON
003600*              WATCHDOG CANNOT HOLD ITS RUN TO THE CLOCK.
003700*   FOLLOWED BY THE OVERLAPPING DATE ROWS, THE ROWS NO LONGER
003800*   IN FORCE (RANGE ENDED OR DATE PASSED BEFORE THE WINDOW,
003900*   OR A DATE OUTSIDE ITS OWN RANGE), AND THE SUITES NAMED BY
004000*   ROWS STILL IN FORCE THAT HAVE NO ACTIVE CC2CTL ROWS OR NO
004100*   CC2DQEXP EXPECTATION.
004200*
004300*   RETURN CODE 0 CLEAN, 4 ONLY ROWS NO LONGER IN FORCE,
004400*   8 ANY NIGHT, OVERLAP OR SUITE FLAGGED, 12 BAD PARAMETERS.
004500*--------------------------------------------------------------
004600
004700 ENVIRONMENT DIVISION.
004800 INPUT-OUTPUT SECTION.
004900 FILE-CONTROL.
005000     SELECT OPTIONAL CALENDAR-FILE ASSIGN TO CC2RUNCAL
005100         ORGANIZATION IS SEQUENTIAL
005200         FILE STATUS IS FCT-CAL-STATUS.
005300     SELECT OPTIONAL CTL-FILE ASSIGN TO CC2CTL
005400         ORGANIZATION IS SEQUENTIAL
005500         FILE STATUS IS FCT-CTL-STATUS.
005600     SELECT OPTIONAL EXPECT-FILE ASSIGN TO CC2DQEXP
005700         ORGANIZATION IS SEQUENTIAL
005800         FILE STATUS IS FCT-EXP-STATUS.
005900     SELECT REPORT-FILE ASSIGN TO PRINTER-CC2CALFCT
006000         ORGANIZATION IS SEQUENTIAL.
006100
006200 DATA DIVISION.
006300 FILE SECTION.
006400*--- SAME LAYOUT AS THE CC2SCHDRV READER OF CC2RUNCAL.
006500 FD  CALENDAR-FILE.
006600 01  CALENDAR-RECORD.
006700     03  CAL-DOW                 PIC X(03).
006800     03  CAL-DATE                PIC X(08).
006900     03  CAL-SUITE               PIC X(10).
007000     03  CAL-EFFFROM             PIC X(08).
007100     03  CAL-EFFTO               PIC X(08).
007200
007300 FD  CTL-FILE.
007400     COPY "tcrec".
007500
007600*--- SAME LAYOUT AS THE CC2DQMON READER OF CC2DQEXP.
007700 FD  EXPECT-FILE.
007800 01  EXPECT-RECORD.
007900     03  EXP-SUITE               PIC X(10).
008000     03  EXP-STARTBY             PIC X(06).
008100     03  EXP-ENDBY               PIC X(06).
008200     03  EXP-MAXGAP              PIC S9(05).
008300
008400 FD  REPORT-FILE.
008500 01  REPORT-LINE                 PIC X(80).
008600
008700 WORKING-STORAGE SECTION.
008800 77  FCT-CAL-STATUS              PIC X(02).
008900 77  FCT-CTL-STATUS              PIC X(02).
009000 77  FCT-EXP-STATUS              PIC X(02).
009100 77  FCT-EOF-SW                  PIC X(01) VALUE 'N'.
009200     88  FCT-EOF                             VALUE 'Y'.
009300 77  FCT-REFUSED-SW              PIC X(01) VALUE 'N'.
009400     88  FCT-REFUSED                         VALUE 'Y'.
009500 77  FCT-ANY-PLAN-SW             PIC X(01) VALUE 'N'.
009600     88  FCT-ANY-PLAN                        VALUE 'Y'.
009700 77  FCT-PRINTED-SW              PIC X(01) VALUE 'N'.
009800     88  FCT-PRINTED                         VALUE 'Y'.
009900 77  FCT-DEFAULT-DAYS            PIC S9(03) BINARY VALUE 14.
010000 77  FCT-MAX-DAYS                PIC S9(03) BINARY VALUE 366.
010100 77  FCT-CAL-MAX                 PIC S9(04) BINARY VALUE 500.
010200 77  FCT-SUITE-MAX               PIC S9(04) BINARY VALUE 200.
010300 77  FCT-SUB                     PIC S9(04) BINARY VALUE ZERO.
010400 77  FCT-SUB2                    PIC S9(04) BINARY VALUE ZERO.
010500 77  FCT-NIGHT                   PIC S9(04) BINARY VALUE ZERO.
010600 77  FCT-ROW-NBR                 PIC S9(05) BINARY VALUE ZERO.
010700 77  FCT-DATE-WIN                PIC S9(04) BINARY VALUE ZERO.
010800 77  FCT-DATE-HITS               PIC S9(04) BINARY VALUE ZERO.
010900 77  FCT-DOW-WIN                 PIC S9(04) BINARY VALUE ZERO.
011000 77  FCT-WIN                     PIC S9(04) BINARY VALUE ZERO.
011100 77  FCT-RUN-COUNT               PIC S9(05) BINARY VALUE ZERO.
011200 77  FCT-SKIP-COUNT              PIC S9(05) BINARY VALUE ZERO.
011300 77  FCT-NOENTRY-COUNT           PIC S9(05) BINARY VALUE ZERO.
011400 77  FCT-FLAGGED-COUNT           PIC S9(05) BINARY VALUE ZERO.
011500 77  FCT-OVERLAP-COUNT           PIC S9(05) BINARY VALUE ZERO.
011600 77  FCT-ENDED-COUNT             PIC S9(05) BINARY VALUE ZERO.
011700 77  FCT-NOPLAN-COUNT            PIC S9(05) BINARY VALUE ZERO.
011800 77  FCT-NOEXP-COUNT             PIC S9(05) BINARY VALUE ZERO.
011900 77  FCT-SUITE-KEY               PIC X(10) VALUE SPACES.
012000 77  FCT-FLAGS                   PIC X(40) VALUE SPACES.
012100 77  FCT-FLAG-PTR                PIC S9(04) BINARY VALUE 1.
012200
012300 01  FCT-DAYS                    PIC 9(03) VALUE ZERO.
012400 01  FCT-TODAY-DATE              PIC 9(08).
012500 01  FCT-START-DATE              PIC 9(08).
012600 01  FCT-START-X                 PIC X(08).
012700 01  FCT-NIGHT-DATE              PIC 9(08).
012800 01  FCT-NIGHT-X                 PIC X(08).
012900 01  FCT-START-INTEGER           PIC S9(08) BINARY.
013000 01  FCT-NIGHT-INTEGER           PIC S9(08) BINARY.
013100 01  FCT-DOW-QUOTIENT            PIC S9(08) BINARY.
013200 01  FCT-DOW-REMAINDER           PIC S9(04) BINARY.
013300
013400*--- THE NIGHT'S DAY OF WEEK. INTEGER-OF-DATE DAY 1 (1 JANUARY
013500*--- 1601) WAS A MONDAY, SO (DAY - 1) MOD 7 COUNTS FROM MONDAY
013600*--- = 0; THE NAME TABLE IS THE ONE CC2SCHDRV USES.
013700 77  FCT-DOW-NAME                PIC X(03) VALUE SPACES.
013800 01  FCT-DOW-NAME-TABLE.
013900     03  FILLER                  PIC X(21)
014000             VALUE 'MONTUEWEDTHUFRISATSUN'.
014100 01  FCT-DOW-NAMES REDEFINES FCT-DOW-NAME-TABLE.
014200     03  FCT-DOW-ENTRY           OCCURS 7 TIMES PIC X(03).
014300
014400*--- THE CALENDAR, ONE ENTRY PER CC2RUNCAL ROW IN FILE ORDER.
014500*--- FCT-C-ENDED CARRIES WHY A ROW CAN NO LONGER FIRE IN OR
014600*--- AFTER THE WINDOW (BLANK = STILL IN FORCE).
014700 01  FCT-CAL-COUNT               PIC S9(04) BINARY VALUE ZERO.
014800 01  FCT-CAL-TABLE.
014900     03  FCT-CAL-ENTRY OCCURS 1 TO 500 TIMES
015000             DEPENDING ON FCT-CAL-COUNT.
015100         05  FCT-C-ROW           PIC S9(05) BINARY.
015200         05  FCT-C-DOW           PIC X(03).
015300         05  FCT-C-DATE          PIC X(08).
015400         05  FCT-C-SUITE         PIC X(10).
015500         05  FCT-C-EFFFROM       PIC X(08).
015600         05  FCT-C-EFFTO         PIC X(08).
015700         05  FCT-C-ENDED         PIC X(17).
015800
015900*--- EVERY SUITE NAMED BY A ROW STILL IN FORCE (NOT *SKIP),
016000*--- WITH WHAT CC2CTL AND CC2DQEXP HAVE FOR IT.
016100 01  FCT-SUITE-COUNT             PIC S9(04) BINARY VALUE ZERO.
016200 01  FCT-SUITE-TABLE.
016300     03  FCT-SUITE-ENTRY OCCURS 1 TO 200 TIMES
016400             DEPENDING ON FCT-SUITE-COUNT
016500             INDEXED BY FCT-SUITE-IDX.
016600         05  FCT-S-SUITE         PIC X(10).
016700         05  FCT-S-ROW           PIC S9(05) BINARY.
016800         05  FCT-S-PLAN-SW       PIC X(01).
016900             88  FCT-S-HAS-PLAN              VALUE 'Y'.
017000         05  FCT-S-EXP-SW        PIC X(01).
017100             88  FCT-S-HAS-EXP               VALUE 'Y'.
017200
017300 01  FCT-HEADING-1.
017400     05  FILLER                  PIC X(20)
017500             VALUE 'CC2CALFCT '.
017600     05  FILLER                  PIC X(40)
017700             VALUE 'RUN CALENDAR FORECAST'.
017800
017900 01  FCT-PARM-LINE.
018000     05  FCT-PL-LABEL            PIC X(14).
018100     05  FCT-PL-VALUE            PIC X(50).
018200
018300 01  FCT-SECTION-LINE.
018400     05  FCT-SL-TEXT             PIC X(60).
018500
018600 01  FCT-NIGHT-COLUMNS.
018700     05  FILLER                  PIC X(10)  VALUE 'NIGHT'.
018800     05  FILLER                  PIC X(05)  VALUE 'DAY'.
018900     05  FILLER                  PIC X(12)  VALUE 'SUITE'.
019000     05  FILLER                  PIC X(15)  VALUE 'RULE'.
019100     05  FILLER                  PIC X(20)  VALUE 'FLAGS'.
019200
019300 01  FCT-NIGHT-LINE.
019400     05  FCT-N-DATE              PIC X(08).
019500     05  FILLER                  PIC X(02)  VALUE SPACES.
019600     05  FCT-N-DOW               PIC X(03).
019700     05  FILLER                  PIC X(02)  VALUE SPACES.
019800     05  FCT-N-SUITE             PIC X(10).
019900     05  FILLER                  PIC X(02)  VALUE SPACES.
020000     05  FCT-N-RULE              PIC X(09).
020100     05  FCT-N-ROW               PIC ZZZZ9 BLANK WHEN ZERO.
020200     05  FILLER                  PIC X(01)  VALUE SPACES.
020300     05  FCT-N-FLAGS             PIC X(38).
020400
020500 01  FCT-RULE-COLUMNS.
020600     05  FILLER                  PIC X(07)  VALUE '  ROW'.
020700     05  FILLER                  PIC X(05)  VALUE 'DAY'.
020800     05  FILLER                  PIC X(10)  VALUE 'DATE'.
020900     05  FILLER                  PIC X(12)  VALUE 'SUITE'.
021000     05  FILLER                  PIC X(10)  VALUE 'FROM'.
021100     05  FILLER                  PIC X(10)  VALUE 'TO'.
021200     05  FILLER                  PIC X(20)  VALUE 'NOTE'.
021300
021400 01  FCT-RULE-LINE.
021500     05  FCT-R-ROW               PIC ZZZZ9.
021600     05  FILLER                  PIC X(02)  VALUE SPACES.
021700     05  FCT-R-DOW               PIC X(03).
021800     05  FILLER                  PIC X(02)  VALUE SPACES.
021900     05  FCT-R-DATE              PIC X(08).
022000     05  FILLER                  PIC X(02)  VALUE SPACES.
022100     05  FCT-R-SUITE             PIC X(10).
022200     05  FILLER                  PIC X(02)  VALUE SPACES.
022300     05  FCT-R-EFFFROM           PIC X(08).
022400     05  FILLER                  PIC X(02)  VALUE SPACES.
022500     05  FCT-R-EFFTO             PIC X(08).
022600     05  FILLER                  PIC X(02)  VALUE SPACES.
022700     05  FCT-R-NOTE              PIC X(26).
022800
022900 01  FCT-SUITE-LINE.
023000     05  FILLER                  PIC X(02)  VALUE SPACES.
023100     05  FCT-SU-SUITE            PIC X(10).
023200     05  FILLER                  PIC X(18)
023300             VALUE '  FIRST NAMED ROW'.
023400     05  FCT-SU-ROW              PIC ZZZZ9.
023500
023600 01  FCT-TOTAL-LINE.
023700     05  FCT-TL-LABEL            PIC X(30).
023800     05  FCT-TL-COUNT            PIC ZZ,ZZ9.
023900
024000 01  FCT-NONE-LINE.
024100     05  FILLER                  PIC X(10)  VALUE '   (NONE)'.
024200
024300 01  FCT-FATAL-LINE.
024400     05  FILLER                  PIC X(10)  VALUE 'ABORTED:'.
024500     05  FCT-F-REASON            PIC X(50).
024600
024700 01  FCT-EDIT-ROW                PIC ZZZZ9.
024800 01  FCT-EDIT-DAYS               PIC ZZ9.
024900
025000 LINKAGE SECTION.
025100*--- NIGHTS TO FORECAST (3 DIGITS) AND THE FIRST NIGHT
025200*--- (CCYYMMDD); BOTH OPTIONAL.
025300 01  FCT-DAYS-PARM               PIC X(03).
025400 01  FCT-FROM-PARM               PIC X(08).
025500
025600 PROCEDURE DIVISION USING FCT-DAYS-PARM, FCT-FROM-PARM.
025700
025800 0000-MAINLINE.
025900     PERFORM 1000-INITIALIZE
026000     IF FCT-REFUSED
026100         PERFORM 8000-FINISH
026200         GO TO 9999-EXIT
026300     END-IF
026400     PERFORM 2000-LOAD-CALENDAR
026500     PERFORM 3000-CHECK-SUITES
026600     PERFORM 4000-FORECAST-NIGHTS
026700     PERFORM 5000-PRINT-OVERLAPS
026800     PERFORM 5500-PRINT-ENDED-RULES
026900     PERFORM 6000-PRINT-SUITE-GAPS
027000     PERFORM 7000-PRINT-SUMMARY
027100     PERFORM 8000-FINISH
027200     GO TO 9999-EXIT.
027300
027400*----------------------------------------------------------------
027500* 1000-INITIALIZE - OPEN THE REPORT AND RESOLVE THE WINDOW. A
027600* NIGHT COUNT OR START DATE THAT IS GIVEN BUT NOT USABLE
027700* REFUSES THE REPORT WITH RETURN CODE 12 RATHER THAN
027800* FORECASTING A WINDOW NOBODY ASKED FOR.
027900*----------------------------------------------------------------
028000 1000-INITIALIZE.
028100     OPEN OUTPUT REPORT-FILE
028200     MOVE FCT-HEADING-1 TO REPORT-LINE
028300     WRITE REPORT-LINE
028400     ACCEPT FCT-TODAY-DATE FROM DATE YYYYMMDD
028500     MOVE FCT-DEFAULT-DAYS TO FCT-DAYS
028600     MOVE FCT-TODAY-DATE TO FCT-START-DATE
028700     IF NUMBER-OF-CALL-PARAMETERS > 0
028800         AND FCT-DAYS-PARM NOT = SPACES
028900         IF FCT-DAYS-PARM IS NUMERIC
029000             AND FCT-DAYS-PARM NOT = '000'
029100             MOVE FCT-DAYS-PARM TO FCT-DAYS
029200         ELSE
029300             MOVE 'NIGHT COUNT IS NOT A NUMBER 001-366'
029400                 TO FCT-F-REASON
029500             PERFORM 1900-REFUSE-REPORT
029600         END-IF
029700     END-IF
029800     IF NUMBER-OF-CALL-PARAMETERS > 1
029900         AND FCT-FROM-PARM NOT = SPACES
030000         AND NOT FCT-REFUSED
030100         IF FCT-FROM-PARM IS NUMERIC
030200             MOVE FCT-FROM-PARM TO FCT-START-DATE
030300         ELSE
030400             MOVE ZERO TO FCT-START-DATE
030500         END-IF
030600     END-IF
030700     IF NOT FCT-REFUSED
030800         PERFORM 1100-CHECK-WINDOW
030900     END-IF.
031000
031100*--- INTEGER-OF-DATE GIVES ZERO FOR A DATE THAT DOES NOT EXIST,
031200*--- WHICH IS THE VALIDITY CHECK ON THE START DATE.
031300 1100-CHECK-WINDOW.
031400     IF FCT-DAYS > FCT-MAX-DAYS
031500         MOVE 'NIGHT COUNT IS NOT A NUMBER 001-366'
031600             TO FCT-F-REASON
031700         PERFORM 1900-REFUSE-REPORT
031800     ELSE
031900         IF FCT-START-DATE = ZERO
032000             MOVE ZERO TO FCT-START-INTEGER
032100         ELSE
032200             COMPUTE FCT-START-INTEGER =
032300                 FUNCTION INTEGER-OF-DATE (FCT-START-DATE)
032400         END-IF
032500         IF FCT-START-INTEGER NOT > ZERO
032600             MOVE 'START DATE IS NOT A VALID CCYYMMDD DATE'
032700                 TO FCT-F-REASON
032800             PERFORM 1900-REFUSE-REPORT
032900         ELSE
033000             MOVE FCT-START-DATE TO FCT-START-X
033100             MOVE 'FIRST NIGHT:' TO FCT-PL-LABEL
033200             MOVE FCT-START-X TO FCT-PL-VALUE
033300             MOVE FCT-PARM-LINE TO REPORT-LINE
033400             WRITE REPORT-LINE
033500             MOVE FCT-DAYS TO FCT-EDIT-DAYS
033600             MOVE 'NIGHTS:' TO FCT-PL-LABEL
033700             MOVE FCT-EDIT-DAYS TO FCT-PL-VALUE
033800             MOVE FCT-PARM-LINE TO REPORT-LINE
033900             WRITE REPORT-LINE
034000         END-IF
034100     END-IF.
034200
034300*----------------------------------------------------------------
034400* 1900-REFUSE-REPORT - PRINT THE ABORT LINE, TELL THE OPERATOR
034500* AND END RC 12.
034600*----------------------------------------------------------------
034700 1900-REFUSE-REPORT.
034800     MOVE FCT-FATAL-LINE TO REPORT-LINE
034900     WRITE REPORT-LINE
035000     DISPLAY 'CC2CALFCT: ' FCT-F-REASON UPON CONSOLE
035100     SET FCT-REFUSED TO TRUE
035200     MOVE 12 TO RETURN-CODE.
035300
035400*----------------------------------------------------------------
035500* 2000-LOAD-CALENDAR - EVERY CC2RUNCAL ROW INTO THE TABLE WITH
035600* ITS ROW NUMBER, MARKED IF IT CAN NO LONGER FIRE, AND EVERY
035700* SUITE NAMED BY A ROW STILL IN FORCE INTO THE SUITE TABLE.
035800*----------------------------------------------------------------
035900 2000-LOAD-CALENDAR.
036000     MOVE ZERO TO FCT-CAL-COUNT
036100     MOVE ZERO TO FCT-ROW-NBR
036200     MOVE 'N' TO FCT-EOF-SW
036300     OPEN INPUT CALENDAR-FILE
036400     IF FCT-CAL-STATUS = '00'
036500         PERFORM 2100-READ-CALENDAR-ROW UNTIL FCT-EOF
036600         CLOSE CALENDAR-FILE
036700     ELSE
036800         IF FCT-CAL-STATUS = '05'
036900             CLOSE CALENDAR-FILE
037000         END-IF
037100     END-IF.
037200
037300 2100-READ-CALENDAR-ROW.
037400     READ CALENDAR-FILE
037500         AT END
037600             SET FCT-EOF TO TRUE
037700         NOT AT END
037800             ADD 1 TO FCT-ROW-NBR
037900             IF FCT-CAL-COUNT < FCT-CAL-MAX
038000                 ADD 1 TO FCT-CAL-COUNT
038100                 MOVE FCT-ROW-NBR TO FCT-C-ROW (FCT-CAL-COUNT)
038200                 MOVE CAL-DOW     TO FCT-C-DOW (FCT-CAL-COUNT)
038300                 MOVE CAL-DATE    TO FCT-C-DATE (FCT-CAL-COUNT)
038400                 MOVE CAL-SUITE   TO FCT-C-SUITE (FCT-CAL-COUNT)
038500                 MOVE CAL-EFFFROM
038600                     TO FCT-C-EFFFROM (FCT-CAL-COUNT)
038700                 MOVE CAL-EFFTO   TO FCT-C-EFFTO (FCT-CAL-COUNT)
038800                 MOVE FCT-CAL-COUNT TO FCT-SUB
038900                 PERFORM 2200-CLASSIFY-RULE
039000                 IF FCT-C-ENDED (FCT-SUB) = SPACES
039100                     AND CAL-SUITE NOT = '*SKIP'
039200                     PERFORM 2300-ADD-CALENDAR-SUITE
039300                 END-IF
039400             ELSE
039500                 DISPLAY 'CC2CALFCT: CALENDAR TABLE FULL, ROW '
039600                     'DROPPED: ' CAL-DOW ' ' CAL-DATE
039700                     UPON CONSOLE
039800             END-IF
039900     END-READ.
040000
040100*--- A ROW CAN NO LONGER FIRE WHEN ITS RANGE ENDED BEFORE THE
040200*--- FIRST NIGHT, WHEN ITS SPECIFIC DATE IS BEFORE THE FIRST
040300*--- NIGHT, OR WHEN ITS SPECIFIC DATE LIES OUTSIDE ITS OWN
040400*--- EFFECTIVE RANGE.
040500 2200-CLASSIFY-RULE.
040600     MOVE SPACES TO FCT-C-ENDED (FCT-SUB)
040700     EVALUATE TRUE
040800         WHEN FCT-C-EFFTO (FCT-SUB) NOT = SPACES
040900             AND FCT-C-EFFTO (FCT-SUB) < FCT-START-X
041000             MOVE 'RANGE ENDED' TO FCT-C-ENDED (FCT-SUB)
041100         WHEN FCT-C-DATE (FCT-SUB) NOT = SPACES
041200             AND FCT-C-DATE (FCT-SUB) < FCT-START-X
041300             MOVE 'DATE PASSED' TO FCT-C-ENDED (FCT-SUB)
041400         WHEN FCT-C-DATE (FCT-SUB) NOT = SPACES
041500             AND ((FCT-C-EFFFROM (FCT-SUB) NOT = SPACES
041600             AND FCT-C-DATE (FCT-SUB) < FCT-C-EFFFROM (FCT-SUB))
041700             OR (FCT-C-EFFTO (FCT-SUB) NOT = SPACES
041800             AND FCT-C-DATE (FCT-SUB) > FCT-C-EFFTO (FCT-SUB)))
041900             MOVE 'DATE OUT OF RANGE' TO FCT-C-ENDED (FCT-SUB)
042000         WHEN OTHER
042100             CONTINUE
042200     END-EVALUATE
042300     IF FCT-C-ENDED (FCT-SUB) NOT = SPACES
042400         ADD 1 TO FCT-ENDED-COUNT
042500     END-IF.
042600
042700 2300-ADD-CALENDAR-SUITE.
042800     MOVE CAL-SUITE TO FCT-SUITE-KEY
042900     PERFORM 2400-FIND-SUITE
043000     IF FCT-SUITE-IDX > FCT-SUITE-COUNT
043100         IF FCT-SUITE-COUNT < FCT-SUITE-MAX
043200             ADD 1 TO FCT-SUITE-COUNT
043300             SET FCT-SUITE-IDX TO FCT-SUITE-COUNT
043400             MOVE CAL-SUITE TO FCT-S-SUITE (FCT-SUITE-IDX)
043500             MOVE FCT-ROW-NBR TO FCT-S-ROW (FCT-SUITE-IDX)
043600             MOVE 'N' TO FCT-S-PLAN-SW (FCT-SUITE-IDX)
043700             MOVE 'N' TO FCT-S-EXP-SW (FCT-SUITE-IDX)
043800         ELSE
043900             DISPLAY 'CC2CALFCT: SUITE TABLE FULL, SUITE '
044000                 'DROPPED: ' CAL-SUITE UPON CONSOLE
044100         END-IF
044200     END-IF.
044300
044400*--- LEAVES FCT-SUITE-IDX ON THE MATCH, OR PAST THE LAST ENTRY
044500*--- WHEN FCT-SUITE-KEY IS NOT IN THE TABLE.
044600 2400-FIND-SUITE.
044700     SET FCT-SUITE-IDX TO 1
044800     IF FCT-SUITE-COUNT > ZERO
044900         SEARCH FCT-SUITE-ENTRY
045000             AT END
045100                 SET FCT-SUITE-IDX TO FCT-SUITE-COUNT
045200                 SET FCT-SUITE-IDX UP BY 1
045300             WHEN FCT-S-SUITE (FCT-SUITE-IDX) = FCT-SUITE-KEY
045400                 CONTINUE
045500         END-SEARCH
045600     END-IF.
045700
045800*----------------------------------------------------------------
045900* 3000-CHECK-SUITES - POST WHAT CC2CTL AND CC2DQEXP HOLD FOR
046000* EACH CALENDAR SUITE. AN ACTIVE CC2CTL ROW OF ANY SUITE ALSO
046100* COUNTS FOR '*ALL' AND '*STREAMS', WHICH RUN THE WHOLE PLAN.
046200*----------------------------------------------------------------
046300 3000-CHECK-SUITES.
046400     MOVE 'N' TO FCT-EOF-SW
046500     OPEN INPUT CTL-FILE
046600     IF FCT-CTL-STATUS = '00'
046700         PERFORM 3100-READ-PLAN-ROW UNTIL FCT-EOF
046800         CLOSE CTL-FILE
046900     ELSE
047000         IF FCT-CTL-STATUS = '05'
047100             CLOSE CTL-FILE
047200         END-IF
047300     END-IF
047400     IF FCT-ANY-PLAN
047500         MOVE '*ALL' TO FCT-SUITE-KEY
047600         PERFORM 3200-MARK-PLAN-SUITE
047700         MOVE '*STREAMS' TO FCT-SUITE-KEY
047800         PERFORM 3200-MARK-PLAN-SUITE
047900     END-IF
048000     MOVE 'N' TO FCT-EOF-SW
048100     OPEN INPUT EXPECT-FILE
048200     IF FCT-EXP-STATUS = '00'
048300         PERFORM 3300-READ-EXPECTATION UNTIL FCT-EOF
048400         CLOSE EXPECT-FILE
048500     ELSE
048600         IF FCT-EXP-STATUS = '05'
048700             CLOSE EXPECT-FILE
048800         END-IF
048900     END-IF.
049000
049100 3100-READ-PLAN-ROW.
049200     READ CTL-FILE
049300         AT END
049400             SET FCT-EOF TO TRUE
049500         NOT AT END
049600             IF NOT TC-INACTIVE
049700                 SET FCT-ANY-PLAN TO TRUE
049800                 MOVE TC-SUITE TO FCT-SUITE-KEY
049900                 PERFORM 3200-MARK-PLAN-SUITE
050000             END-IF
050100     END-READ.
050200
050300 3200-MARK-PLAN-SUITE.
050400     PERFORM 2400-FIND-SUITE
050500     IF FCT-SUITE-IDX NOT > FCT-SUITE-COUNT
050600         SET FCT-S-HAS-PLAN (FCT-SUITE-IDX) TO TRUE
050700     END-IF.
050800
050900 3300-READ-EXPECTATION.
051000     READ EXPECT-FILE
051100         AT END
051200             SET FCT-EOF TO TRUE
051300         NOT AT END
051400             MOVE EXP-SUITE TO FCT-SUITE-KEY
051500             PERFORM 2400-FIND-SUITE
051600             IF FCT-SUITE-IDX NOT > FCT-SUITE-COUNT
051700                 SET FCT-S-HAS-EXP (FCT-SUITE-IDX) TO TRUE
051800             END-IF
051900     END-READ.
052000
052100*----------------------------------------------------------------
052200* 4000-FORECAST-NIGHTS - ONE LINE PER NIGHT OF THE WINDOW.
052300*----------------------------------------------------------------
052400 4000-FORECAST-NIGHTS.
052500     MOVE '** NIGHTLY FORECAST **' TO FCT-SL-TEXT
052600     MOVE FCT-SECTION-LINE TO REPORT-LINE
052700     WRITE REPORT-LINE
052800     MOVE FCT-NIGHT-COLUMNS TO REPORT-LINE
052900     WRITE REPORT-LINE
053000     PERFORM 4100-FORECAST-ONE-NIGHT
053100         VARYING FCT-NIGHT FROM 1 BY 1
053200         UNTIL FCT-NIGHT > FCT-DAYS.
053300
053400*--- THE NIGHT'S DATE AND DAY, THEN THE CC2SCHDRV RESOLUTION:
053500*--- FIRST SPECIFIC-DATE ROW IN FORCE, ELSE FIRST DAY-OF-WEEK
053600*--- ROW IN FORCE, ELSE NO ENTRY.
053700 4100-FORECAST-ONE-NIGHT.
053800     COMPUTE FCT-NIGHT-INTEGER = FCT-START-INTEGER
053900         + FCT-NIGHT - 1
054000     COMPUTE FCT-NIGHT-DATE =
054100         FUNCTION DATE-OF-INTEGER (FCT-NIGHT-INTEGER)
054200     MOVE FCT-NIGHT-DATE TO FCT-NIGHT-X
054300     COMPUTE FCT-DOW-QUOTIENT = FCT-NIGHT-INTEGER - 1
054400     DIVIDE FCT-DOW-QUOTIENT BY 7 GIVING FCT-DOW-QUOTIENT
054500         REMAINDER FCT-DOW-REMAINDER
054600     MOVE FCT-DOW-ENTRY (FCT-DOW-REMAINDER + 1) TO FCT-DOW-NAME
054700     MOVE ZERO TO FCT-DATE-WIN
054800     MOVE ZERO TO FCT-DATE-HITS
054900     MOVE ZERO TO FCT-DOW-WIN
055000     PERFORM 4110-MATCH-RULE
055100         VARYING FCT-SUB FROM 1 BY 1
055200         UNTIL FCT-SUB > FCT-CAL-COUNT
055300     IF FCT-DATE-WIN > ZERO
055400         MOVE FCT-DATE-WIN TO FCT-WIN
055500         MOVE 'DATE ROW' TO FCT-N-RULE
055600     ELSE
055700         MOVE FCT-DOW-WIN TO FCT-WIN
055800         MOVE 'DAY ROW' TO FCT-N-RULE
055900     END-IF
056000     MOVE SPACES TO FCT-FLAGS
056100     MOVE 1 TO FCT-FLAG-PTR
056200     MOVE FCT-NIGHT-X TO FCT-N-DATE
056300     MOVE FCT-DOW-NAME TO FCT-N-DOW
056400     IF FCT-WIN = ZERO
056500         MOVE '(NONE)' TO FCT-N-SUITE
056600         MOVE 'NO RULE' TO FCT-N-RULE
056700         MOVE ZERO TO FCT-N-ROW
056800         ADD 1 TO FCT-NOENTRY-COUNT
056900         STRING 'NOENTRY ' DELIMITED BY SIZE
057000             INTO FCT-FLAGS WITH POINTER FCT-FLAG-PTR
057100     ELSE
057200         MOVE FCT-C-SUITE (FCT-WIN) TO FCT-N-SUITE
057300         MOVE FCT-C-ROW (FCT-WIN) TO FCT-N-ROW
057400         IF FCT-C-SUITE (FCT-WIN) = '*SKIP'
057500             ADD 1 TO FCT-SKIP-COUNT
057600         ELSE
057700             ADD 1 TO FCT-RUN-COUNT
057800             PERFORM 4200-FLAG-NIGHT-SUITE
057900         END-IF
058000     END-IF
058100     IF FCT-DATE-HITS > 1
058200         STRING 'OVERLAP ' DELIMITED BY SIZE
058300             INTO FCT-FLAGS WITH POINTER FCT-FLAG-PTR
058400     END-IF
058500     IF FCT-FLAGS NOT = SPACES
058600         ADD 1 TO FCT-FLAGGED-COUNT
058700     END-IF
058800     MOVE FCT-FLAGS TO FCT-N-FLAGS
058900     MOVE FCT-NIGHT-LINE TO REPORT-LINE
059000     WRITE REPORT-LINE.
059100
059200 4110-MATCH-RULE.
059300     IF (FCT-C-EFFFROM (FCT-SUB) = SPACES
059400         OR FCT-NIGHT-X NOT < FCT-C-EFFFROM (FCT-SUB))
059500         AND (FCT-C-EFFTO (FCT-SUB) = SPACES
059600         OR FCT-NIGHT-X NOT > FCT-C-EFFTO (FCT-SUB))
059700         IF FCT-C-DATE (FCT-SUB) = FCT-NIGHT-X
059800             ADD 1 TO FCT-DATE-HITS
059900             IF FCT-DATE-WIN = ZERO
060000                 MOVE FCT-SUB TO FCT-DATE-WIN
060100             END-IF
060200         ELSE
060300             IF FCT-C-DATE (FCT-SUB) = SPACES
060400                 AND FCT-C-DOW (FCT-SUB) = FCT-DOW-NAME
060500                 AND FCT-DOW-WIN = ZERO
060600                 MOVE FCT-SUB TO FCT-DOW-WIN
060700             END-IF
060800         END-IF
060900     END-IF.
061000
061100 4200-FLAG-NIGHT-SUITE.
061200     MOVE FCT-C-SUITE (FCT-WIN) TO FCT-SUITE-KEY
061300     PERFORM 2400-FIND-SUITE
061400     IF FCT-SUITE-IDX NOT > FCT-SUITE-COUNT
061500         IF NOT FCT-S-HAS-PLAN (FCT-SUITE-IDX)
061600             STRING 'NOPLAN ' DELIMITED BY SIZE
061700                 INTO FCT-FLAGS WITH POINTER FCT-FLAG-PTR
061800         END-IF
061900         IF NOT FCT-S-HAS-EXP (FCT-SUITE-IDX)
062000             STRING 'NOEXP ' DELIMITED BY SIZE
062100                 INTO FCT-FLAGS WITH POINTER FCT-FLAG-PTR
062200         END-IF
062300     END-IF.
062400
062500*----------------------------------------------------------------
062600* 5000-PRINT-OVERLAPS - SPECIFIC-DATE ROWS STILL IN FORCE THAT
062700* NAME THE SAME NIGHT AS AN EARLIER ROW. ONLY THE EARLIER ROW
062800* EVER FIRES, SO THE LATER ONE IS DEAD WEIGHT AT BEST AND THE
062900* INTENDED RULE AT WORST.
063000*----------------------------------------------------------------
063100 5000-PRINT-OVERLAPS.
063200     MOVE '** SPECIFIC-DATE ROWS THAT OVERLAP **' TO FCT-SL-TEXT
063300     MOVE FCT-SECTION-LINE TO REPORT-LINE
063400     WRITE REPORT-LINE
063500     MOVE FCT-RULE-COLUMNS TO REPORT-LINE
063600     WRITE REPORT-LINE
063700     MOVE 'N' TO FCT-PRINTED-SW
063800     PERFORM 5100-COMPARE-DATE-RULES
063900         VARYING FCT-SUB2 FROM 1 BY 1
064000         UNTIL FCT-SUB2 > FCT-CAL-COUNT
064100     IF NOT FCT-PRINTED
064200         MOVE FCT-NONE-LINE TO REPORT-LINE
064300         WRITE REPORT-LINE
064400     END-IF.
064500
064600*--- THE LATER ROW FCT-SUB2 IS REPORTED ONCE, AGAINST THE FIRST
064700*--- EARLIER ROW IT COLLIDES WITH.
064800 5100-COMPARE-DATE-RULES.
064900     IF FCT-C-DATE (FCT-SUB2) NOT = SPACES
065000         AND FCT-C-ENDED (FCT-SUB2) = SPACES
065100         MOVE ZERO TO FCT-WIN
065200         PERFORM 5110-CHECK-EARLIER-ROW
065300             VARYING FCT-SUB FROM 1 BY 1
065400             UNTIL FCT-SUB >= FCT-SUB2 OR FCT-WIN > ZERO
065500         IF FCT-WIN > ZERO
065600             ADD 1 TO FCT-OVERLAP-COUNT
065700             MOVE FCT-SUB2 TO FCT-SUB
065800             PERFORM 5900-FORMAT-RULE-LINE
065900             MOVE FCT-C-ROW (FCT-WIN) TO FCT-EDIT-ROW
066000             STRING 'LOST TO ' FCT-EDIT-ROW ' '
066100                 FCT-C-SUITE (FCT-WIN) DELIMITED BY SIZE
066200                 INTO FCT-R-NOTE
066300             MOVE FCT-RULE-LINE TO REPORT-LINE
066400             WRITE REPORT-LINE
066500             SET FCT-PRINTED TO TRUE
066600         END-IF
066700     END-IF.
066800
066900 5110-CHECK-EARLIER-ROW.
067000     IF FCT-C-DATE (FCT-SUB) = FCT-C-DATE (FCT-SUB2)
067100         AND FCT-C-ENDED (FCT-SUB) = SPACES
067200         MOVE FCT-SUB TO FCT-WIN
067300     END-IF.
067400
067500*----------------------------------------------------------------
067600* 5500-PRINT-ENDED-RULES - ROWS THAT CAN NO LONGER FIRE. THEY
067700* DO NO HARM TO CC2SCHDRV, BUT A ROW SOMEBODY BELIEVES IN THAT
067800* HAS LAPSED IS HOW A NIGHT GOES TO NOENTRY.
067900*----------------------------------------------------------------
068000 5500-PRINT-ENDED-RULES.
068100     MOVE '** ROWS NO LONGER IN FORCE **' TO FCT-SL-TEXT
068200     MOVE FCT-SECTION-LINE TO REPORT-LINE
068300     WRITE REPORT-LINE
068400     MOVE FCT-RULE-COLUMNS TO REPORT-LINE
068500     WRITE REPORT-LINE
068600     MOVE 'N' TO FCT-PRINTED-SW
068700     PERFORM 5510-PRINT-ENDED-RULE
068800         VARYING FCT-SUB FROM 1 BY 1
068900         UNTIL FCT-SUB > FCT-CAL-COUNT
069000     IF NOT FCT-PRINTED
069100         MOVE FCT-NONE-LINE TO REPORT-LINE
069200         WRITE REPORT-LINE
069300     END-IF.
069400
069500 5510-PRINT-ENDED-RULE.
069600     IF FCT-C-ENDED (FCT-SUB) NOT = SPACES
069700         PERFORM 5900-FORMAT-RULE-LINE
069800         MOVE FCT-C-ENDED (FCT-SUB) TO FCT-R-NOTE
069900         MOVE FCT-RULE-LINE TO REPORT-LINE
070000         WRITE REPORT-LINE
070100         SET FCT-PRINTED TO TRUE
070200     END-IF.
070300
070400 5900-FORMAT-RULE-LINE.
070500     MOVE FCT-C-ROW (FCT-SUB)     TO FCT-R-ROW
070600     MOVE FCT-C-DOW (FCT-SUB)     TO FCT-R-DOW
070700     MOVE FCT-C-DATE (FCT-SUB)    TO FCT-R-DATE
070800     MOVE FCT-C-SUITE (FCT-SUB)   TO FCT-R-SUITE
070900     MOVE FCT-C-EFFFROM (FCT-SUB) TO FCT-R-EFFFROM
071000     MOVE FCT-C-EFFTO (FCT-SUB)   TO FCT-R-EFFTO
071100     MOVE SPACES                  TO FCT-R-NOTE.
071200
071300*----------------------------------------------------------------
071400* 6000-PRINT-SUITE-GAPS - SUITES NAMED BY ROWS STILL IN FORCE
071500* THAT WOULD RUN NOTHING, AND SUITES THE WATCHDOG CANNOT
071600* POLICE.
071700*----------------------------------------------------------------
071800 6000-PRINT-SUITE-GAPS.
071900     MOVE '** CALENDAR SUITES WITH NO ACTIVE CC2CTL ROWS **'
072000         TO FCT-SL-TEXT
072100     MOVE FCT-SECTION-LINE TO REPORT-LINE
072200     WRITE REPORT-LINE
072300     MOVE 'N' TO FCT-PRINTED-SW
072400     PERFORM 6100-PRINT-NOPLAN-SUITE
072500         VARYING FCT-SUITE-IDX FROM 1 BY 1
072600         UNTIL FCT-SUITE-IDX > FCT-SUITE-COUNT
072700     IF NOT FCT-PRINTED
072800         MOVE FCT-NONE-LINE TO REPORT-LINE
072900         WRITE REPORT-LINE
073000     END-IF
073100     MOVE '** CALENDAR SUITES WITH NO CC2DQEXP EXPECTATION **'
073200         TO FCT-SL-TEXT
073300     MOVE FCT-SECTION-LINE TO REPORT-LINE
073400     WRITE REPORT-LINE
073500     MOVE 'N' TO FCT-PRINTED-SW
073600     PERFORM 6200-PRINT-NOEXP-SUITE
073700         VARYING FCT-SUITE-IDX FROM 1 BY 1
073800         UNTIL FCT-SUITE-IDX > FCT-SUITE-COUNT
073900     IF NOT FCT-PRINTED
074000         MOVE FCT-NONE-LINE TO REPORT-LINE
074100         WRITE REPORT-LINE
074200     END-IF.
074300
074400 6100-PRINT-NOPLAN-SUITE.
074500     IF NOT FCT-S-HAS-PLAN (FCT-SUITE-IDX)
074600         ADD 1 TO FCT-NOPLAN-COUNT
074700         PERFORM 6900-WRITE-SUITE-LINE
074800     END-IF.
074900
075000 6200-PRINT-NOEXP-SUITE.
075100     IF NOT FCT-S-HAS-EXP (FCT-SUITE-IDX)
075200         ADD 1 TO FCT-NOEXP-COUNT
075300         PERFORM 6900-WRITE-SUITE-LINE
075400     END-IF.
075500
075600 6900-WRITE-SUITE-LINE.
075700     MOVE FCT-S-SUITE (FCT-SUITE-IDX) TO FCT-SU-SUITE
075800     MOVE FCT-S-ROW (FCT-SUITE-IDX) TO FCT-SU-ROW
075900     MOVE FCT-SUITE-LINE TO REPORT-LINE
076000     WRITE REPORT-LINE
076100     SET FCT-PRINTED TO TRUE.
076200
076300*----------------------------------------------------------------
076400* 7000-PRINT-SUMMARY - THE COUNTS AND THE RETURN CODE.
076500*----------------------------------------------------------------
076600 7000-PRINT-SUMMARY.
076700     MOVE '** SUMMARY **' TO FCT-SL-TEXT
076800     MOVE FCT-SECTION-LINE TO REPORT-LINE
076900     WRITE REPORT-LINE
077000     MOVE 'NIGHTS WITH A RUN:' TO FCT-TL-LABEL
077100     MOVE FCT-RUN-COUNT TO FCT-TL-COUNT
077200     PERFORM 7100-WRITE-TOTAL-LINE
077300     MOVE 'NIGHTS SKIPPED (*SKIP):' TO FCT-TL-LABEL
077400     MOVE FCT-SKIP-COUNT TO FCT-TL-COUNT
077500     PERFORM 7100-WRITE-TOTAL-LINE
077600     MOVE 'NIGHTS WITH NO ENTRY:' TO FCT-TL-LABEL
077700     MOVE FCT-NOENTRY-COUNT TO FCT-TL-COUNT
077800     PERFORM 7100-WRITE-TOTAL-LINE
077900     MOVE 'NIGHTS FLAGGED:' TO FCT-TL-LABEL
078000     MOVE FCT-FLAGGED-COUNT TO FCT-TL-COUNT
078100     PERFORM 7100-WRITE-TOTAL-LINE
078200     MOVE 'OVERLAPPING DATE ROWS:' TO FCT-TL-LABEL
078300     MOVE FCT-OVERLAP-COUNT TO FCT-TL-COUNT
078400     PERFORM 7100-WRITE-TOTAL-LINE
078500     MOVE 'ROWS NO LONGER IN FORCE:' TO FCT-TL-LABEL
078600     MOVE FCT-ENDED-COUNT TO FCT-TL-COUNT
078700     PERFORM 7100-WRITE-TOTAL-LINE
078800     MOVE 'SUITES WITH NO PLAN ROWS:' TO FCT-TL-LABEL
078900     MOVE FCT-NOPLAN-COUNT TO FCT-TL-COUNT
079000     PERFORM 7100-WRITE-TOTAL-LINE
079100     MOVE 'SUITES WITH NO EXPECTATION:' TO FCT-TL-LABEL
079200     MOVE FCT-NOEXP-COUNT TO FCT-TL-COUNT
079300     PERFORM 7100-WRITE-TOTAL-LINE
079400     EVALUATE TRUE
079500         WHEN FCT-FLAGGED-COUNT > ZERO
079600             OR FCT-OVERLAP-COUNT > ZERO
079700             OR FCT-NOPLAN-COUNT > ZERO
079800             OR FCT-NOEXP-COUNT > ZERO
079900             MOVE 8 TO RETURN-CODE
080000         WHEN FCT-ENDED-COUNT > ZERO
080100             MOVE 4 TO RETURN-CODE
080200         WHEN OTHER
080300             MOVE ZERO TO RETURN-CODE
080400     END-EVALUATE
080500     IF FCT-NOENTRY-COUNT > ZERO
080600         MOVE FCT-NOENTRY-COUNT TO FCT-EDIT-ROW
080700         DISPLAY 'CC2CALFCT: ' FCT-EDIT-ROW
080800             ' NIGHT(S) FROM ' FCT-START-X
080900             ' HAVE NO CALENDAR ENTRY' UPON CONSOLE
081000     END-IF.
081100
081200 7100-WRITE-TOTAL-LINE.
081300     MOVE FCT-TOTAL-LINE TO REPORT-LINE
081400     WRITE REPORT-LINE.
081500
081600*----------------------------------------------------------------
081700* 8000-FINISH - CLOSE THE REPORT.
081800*----------------------------------------------------------------
081900 8000-FINISH.
082000     CLOSE REPORT-FILE.
082100
082200 9999-EXIT.
082300     GOBACK.
