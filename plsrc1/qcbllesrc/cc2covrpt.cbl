000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    CC2COVRPT.
000300 AUTHOR.        OPERATIONS SUPPORT.
000400 INSTALLATION.  PLSRC1.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*   DATE       INIT  DESCRIPTION
001000*   2026-10-15 OPS   INITIAL VERSION - ROLLING SCENARIO
001100*                    COVERAGE AND DEAD-CASE REPORT.
001200*--------------------------------------------------------------
001300* DESCRIPTION:
001400*   HOW WELL THE DISPATCH TABLES ARE ACTUALLY EXERCISED OVER A
001500*   ROLLING PERIOD: CALL CC2COVRPT PARM('365') LOOKS BACK 365
001600*   DAYS; NO PARAMETER LOOKS BACK COV-DEFAULT-DAYS. CC2CTLCHK
001700*   COMPARES THE TABLES STATICALLY AND CC2RECON ONLY LOOKS AT
001800*   LAST NIGHT - THIS READS THE HISTORY:
001900*     CC2RSLT    REGRESSION TRAFFIC - EVERY SCENARIO STEP RUN,
002000*                ITS SUITE AND ITS OUTCOME.
002100*     CC2AUDLG   EVERY CBLCALLP2 CALL, REGRESSION AND LIVE,
002200*     CC2AUDARC  LIVE LOG PLUS THE YEARLY ARCHIVE MEMBERS
002300*                (YCCYY, THE NAMING CC2AUDARC DOCUMENTS, ONE
002310*                PER YEAR THE PERIOD TOUCHES).
002400*     CC2CAPLOG  CAPTURED LIVE CALLS WITH THEIR PAYLOAD, SO A
002500*                PAYLOAD CASE CAN BE SEEN IN LIVE USE.
002600*   ROWS OF A FAULT-INJECTION DRILL (AUD-DRILL / RSL-DRILL)
002700*   ARE NOT REAL TRAFFIC AND ARE SKIPPED, AS ARE THE CONTROL
002800*   TYPES BEGINNING '*'.
002900*
003000*   PER TSTCASE LK-TYPE AND PER CC2PAYLD CASE: LAST REGRESSION
003100*   RUN, RUNS, FAILURES (FAIL OR HARD), THE LAST TEN OUTCOMES
003200*   OLDEST FIRST (P PASS, F FAIL, H HARD, K FLAKY, W WAIVED),
003300*   THE SUITES THAT RAN IT, AND ITS LIVE CALLS. CC2RSLT DOES
003400*   NOT CARRY THE PAYLOAD, ONLY THE RESPONSE THE CASE EXPECTS,
003500*   SO A RESULT IS CREDITED TO THE CASE(S) OF ITS TYPE WITH
003600*   THAT RESPONSE; CASES SHARING A TYPE AND RESPONSE SHARE
003700*   THEIR COUNTS AND ARE MARKED '='. THEN THE SECTIONS:
003800*     NEVER EXERCISED      ACTIVE ROWS WITH NO REGRESSION RUN
003900*                          AND NO LIVE CALL IN THE PERIOD.
004000*     INACTIVE BUT PLANNED PARKED TSTCASE/CC2PAYLD ROWS WHOSE
004100*                          TYPE AN ACTIVE CC2CTL ROW STILL
004200*                          NAMES.
004300*     LIVE, NOT REGRESSED  TYPES CALLED IN THE PERIOD THAT NO
004400*                          REGRESSION RUN EXERCISED.
004500*   RETURN CODE 0 WHEN ALL THREE SECTIONS ARE EMPTY, 4 WHEN
004600*   ANY IS NOT, 12 FOR A BAD PERIOD.
004700*--------------------------------------------------------------
004800
004900 ENVIRONMENT DIVISION.
005000 INPUT-OUTPUT SECTION.
005100 FILE-CONTROL.
005200     SELECT OPTIONAL TESTCASE-FILE ASSIGN TO TSTCASE
005300         ORGANIZATION IS SEQUENTIAL
005400         FILE STATUS IS COV-TCS-STATUS.
005500     SELECT OPTIONAL PAYLOAD-FILE ASSIGN TO CC2PAYLD
005600         ORGANIZATION IS SEQUENTIAL
005700         FILE STATUS IS COV-PAY-STATUS.
005800     SELECT OPTIONAL CTL-FILE ASSIGN TO CC2CTL
005900         ORGANIZATION IS SEQUENTIAL
006000         FILE STATUS IS COV-CTL-STATUS.
006100     SELECT OPTIONAL RESULTS-FILE ASSIGN TO CC2RSLT
006200         ORGANIZATION IS SEQUENTIAL
006300         FILE STATUS IS COV-RSL-STATUS.
006400     SELECT OPTIONAL AUDIT-FILE ASSIGN TO CC2AUDLG
006500         ORGANIZATION IS SEQUENTIAL
006600         FILE STATUS IS COV-AUD-STATUS.
006700     SELECT OPTIONAL ARCHIVE-FILE ASSIGN TO CC2AUDARC
006800         ORGANIZATION IS SEQUENTIAL
006900         FILE STATUS IS COV-ARC-STATUS.
007000     SELECT OPTIONAL CAPTURE-FILE ASSIGN TO CC2CAPLOG
007100         ORGANIZATION IS SEQUENTIAL
007200         FILE STATUS IS COV-CPL-STATUS.
007300     SELECT REPORT-FILE ASSIGN TO PRINTER-CC2COVRPT
007400         ORGANIZATION IS SEQUENTIAL.
007500
007600 DATA DIVISION.
007700 FILE SECTION.
007800 FD  TESTCASE-FILE.
007900     COPY "tcrec".
008000
008100 FD  PAYLOAD-FILE.
008200     COPY "payrec".
008300
008400 FD  CTL-FILE.
008500     COPY "tcrec" REPLACING LEADING ==TC-== BY ==CT-==.
008600
008700 FD  RESULTS-FILE.
008800     COPY "rsltrec".
008900
009000 FD  AUDIT-FILE.
009100     COPY "audrec".
009200
009300 FD  ARCHIVE-FILE.
009400 01  ARCHIVE-RECORD              PIC X(55).
009500
009600 FD  CAPTURE-FILE.
009700     COPY "caprec".
009800
009900 FD  REPORT-FILE.
010000 01  REPORT-LINE                 PIC X(80).
010100
010200 WORKING-STORAGE SECTION.
010300 77  COV-TCS-STATUS              PIC X(02).
010400 77  COV-PAY-STATUS              PIC X(02).
010500 77  COV-CTL-STATUS              PIC X(02).
010600 77  COV-RSL-STATUS              PIC X(02).
010700 77  COV-AUD-STATUS              PIC X(02).
010800 77  COV-ARC-STATUS              PIC X(02).
010900 77  COV-CPL-STATUS              PIC X(02).
011000 77  COV-EOF-SW                  PIC X(01) VALUE 'N'.
011100     88  COV-EOF                             VALUE 'Y'.
011200 77  COV-REFUSED-SW              PIC X(01) VALUE 'N'.
011300     88  COV-REFUSED                         VALUE 'Y'.
011400 77  COV-FOUND-SW                PIC X(01) VALUE 'N'.
011500     88  COV-FOUND                           VALUE 'Y'.
011600 77  COV-PRINTED-SW              PIC X(01) VALUE 'N'.
011700     88  COV-PRINTED                         VALUE 'Y'.
011800 77  COV-DEFAULT-DAYS            PIC S9(03) BINARY VALUE 90.
011900 77  COV-TYPE-MAX                PIC S9(04) BINARY VALUE 1000.
012000 77  COV-PAY-MAX                 PIC S9(04) BINARY VALUE 500.
012100 77  COV-SUITE-MAX               PIC S9(04) BINARY VALUE 5.
012200 77  COV-HIST-MAX                PIC S9(04) BINARY VALUE 10.
012300 77  COV-SUB                     PIC S9(04) BINARY VALUE ZERO.
012400 77  COV-SUB2                    PIC S9(04) BINARY VALUE ZERO.
012450 77  COV-RUN-NBR                 PIC S9(07) BINARY VALUE ZERO.
012500 77  COV-YEAR                    PIC 9(04) VALUE ZERO.
012600 77  COV-FROM-YEAR               PIC 9(04) VALUE ZERO.
012700 77  COV-TO-YEAR                 PIC 9(04) VALUE ZERO.
012800 77  COV-KEY-TYPE                PIC X(10) VALUE SPACES.
012900 77  COV-KEY-SUITE               PIC X(10) VALUE SPACES.
013000 77  COV-OUTCOME                 PIC X(01) VALUE SPACE.
013100 77  COV-HIST-WORK               PIC X(10) VALUE SPACES.
013200 77  COV-LIVE-NOTE               PIC X(20) VALUE SPACES.
013300 77  COV-RESULT-ROWS             PIC S9(07) BINARY VALUE ZERO.
013400 77  COV-CALL-ROWS               PIC S9(07) BINARY VALUE ZERO.
013500 77  COV-CAPTURE-ROWS            PIC S9(07) BINARY VALUE ZERO.
013600 77  COV-NEVER-COUNT             PIC S9(05) BINARY VALUE ZERO.
013700 77  COV-PARKED-COUNT            PIC S9(05) BINARY VALUE ZERO.
013800 77  COV-LIVE-ONLY-COUNT         PIC S9(05) BINARY VALUE ZERO.
013900
014000 01  COV-DAYS                    PIC 9(03) VALUE ZERO.
014100 01  COV-TODAY-DATE              PIC 9(08).
014200 01  COV-FROM-DATE               PIC 9(08).
014300*--- CHARACTER VIEW OF THE FIRST DAY FOR COMPARING AGAINST THE
014400*--- CCYYMMDD FRONT OF THE TIMESTAMPS.
014500 01  COV-FROM-X                  PIC X(08).
014600 01  COV-DATE-INTEGER            PIC S9(08) BINARY.
014650*--- ARCHIVE MEMBER NAME: Y AND THE YEAR, AS CC2AUDARC DOCUMENTS.
014700 01  COV-MEMBER.
014800     03  FILLER                  PIC X(01) VALUE 'Y'.
014900     03  COV-MEMBER-YEAR         PIC 9(04).
015000
015100*--- ONE AUDIT ROW IN A WORK AREA COMMON TO THE LIVE LOG AND
015200*--- THE ARCHIVE (SAME LAYOUT AS AUDREC).
015300 01  COV-AUD-ROW.
015400     03  COV-A-TIMESTAMP         PIC X(14).
015500     03  COV-A-TYPE              PIC X(10).
015600     03  COV-A-RESP              PIC X(10).
015700     03  COV-A-ELAPSED           PIC S9(07).
015800     03  COV-A-DRILL             PIC X(10).
015900     03  COV-A-FAULT             PIC X(04).
016000
016100*--- ONE ENTRY PER LK-TYPE: EVERY TSTCASE ROW, PLUS ANY TYPE
016200*--- THE PLAN OR THE TRAFFIC NAMES THAT TSTCASE DOES NOT.
016300 01  COV-TYPE-COUNT              PIC S9(04) BINARY VALUE ZERO.
016400 01  COV-TYPE-TABLE.
016500     03  COV-TYPE-ENTRY OCCURS 1 TO 1000 TIMES
016600             DEPENDING ON COV-TYPE-COUNT
016700             INDEXED BY COV-T-IDX.
016800         05  COV-T-TYPE          PIC X(10).
016900*----------------'A' ACTIVE, 'I' INACTIVE, '-' NOT IN TSTCASE.
017000         05  COV-T-ACTV          PIC X(01).
017100             88  COV-T-ACTIVE                VALUE 'A'.
017200             88  COV-T-INACTIVE              VALUE 'I'.
017300         05  COV-T-PLAN-ROWS     PIC S9(04) BINARY.
017400         05  COV-T-PLAN-SUITE    PIC X(10).
017500         05  COV-T-RUNS          PIC S9(07) BINARY.
017600         05  COV-T-FAILS         PIC S9(07) BINARY.
017700         05  COV-T-LAST-RUN      PIC X(08).
017800         05  COV-T-HIST          PIC X(10).
017900         05  COV-T-SUITES        PIC S9(04) BINARY.
017910         05  COV-T-MORE-SW       PIC X(01).
017920             88  COV-T-MORE-SUITES           VALUE 'Y'.
018000         05  COV-T-SUITE         PIC X(10) OCCURS 5 TIMES.
018100         05  COV-T-CALLS         PIC S9(07) BINARY.
018200         05  COV-T-LAST-CALL     PIC X(08).
018300
018400*--- ONE ENTRY PER CC2PAYLD ROW, IN FILE ORDER.
018500 01  COV-CASE-COUNT              PIC S9(04) BINARY VALUE ZERO.
018600 01  COV-CASE-TABLE.
018700     03  COV-CASE-ENTRY OCCURS 1 TO 500 TIMES
018800             DEPENDING ON COV-CASE-COUNT
018900             INDEXED BY COV-Y-IDX.
019000         05  COV-Y-TYPE          PIC X(10).
019100         05  COV-Y-INPUT         PIC X(50).
019200         05  COV-Y-RESP          PIC X(10).
019300         05  COV-Y-ACTV          PIC X(01).
019400             88  COV-Y-INACTIVE              VALUE 'I'.
019500         05  COV-Y-SHARED-SW     PIC X(01).
019600             88  COV-Y-SHARED                VALUE 'Y'.
019700         05  COV-Y-RUNS          PIC S9(07) BINARY.
019800         05  COV-Y-FAILS         PIC S9(07) BINARY.
019900         05  COV-Y-LAST-RUN      PIC X(08).
020000         05  COV-Y-HIST          PIC X(10).
020100         05  COV-Y-LIVE          PIC S9(07) BINARY.
020200         05  COV-Y-SUITE         PIC X(10).
020210         05  COV-Y-MORE-SW       PIC X(01).
020220             88  COV-Y-MORE-SUITES           VALUE 'Y'.
020300
020400*--- QCAPCMD CALL AREAS FOR SELECTING EACH YEARLY ARCHIVE
020500*--- MEMBER (OVRDBF, THEN DLTOVR). THE ERROR CODE PARAMETER
020600*--- BRINGS A FAILED COMMAND BACK AS DATA INSTEAD OF AN ESCAPE
020700*--- MESSAGE.
020800 77  COV-CAP-CMD                 PIC X(200) VALUE SPACES.
020900 77  COV-CAP-CMD-LEN             PIC S9(09) BINARY VALUE 200.
021000 77  COV-CAP-OPT-LEN             PIC S9(09) BINARY VALUE 20.
021100 77  COV-CAP-OPT-FORMAT          PIC X(08) VALUE 'CPOP0100'.
021200 77  COV-CAP-CHANGED             PIC X(200) VALUE SPACES.
021300 77  COV-CAP-CHG-AVAIL           PIC S9(09) BINARY VALUE 200.
021400 77  COV-CAP-CHG-LEN             PIC S9(09) BINARY VALUE ZERO.
021500 01  COV-CAP-OPTIONS.
021600     03  COV-CAP-TYPE            PIC S9(09) BINARY VALUE ZERO.
021700     03  COV-CAP-DBCS            PIC X(01) VALUE '0'.
021800     03  COV-CAP-PROMPT          PIC X(01) VALUE '0'.
021900     03  COV-CAP-SYNTAX          PIC X(01) VALUE '0'.
022000     03  COV-CAP-MSGKEY          PIC X(04) VALUE SPACES.
022100     03  COV-CAP-CCSID           PIC S9(09) BINARY VALUE ZERO.
022200     03  FILLER                  PIC X(05) VALUE LOW-VALUES.
022300 01  COV-CAP-ERROR.
022400     03  COV-CAP-ERR-PROVIDED    PIC S9(9) BINARY VALUE 116.
022500     03  COV-CAP-ERR-AVAIL       PIC S9(9) BINARY VALUE ZERO.
022600     03  COV-CAP-ERR-ID          PIC X(07).
022700     03  FILLER                  PIC X(01).
022800     03  COV-CAP-ERR-DATA        PIC X(100).
022900
023000 01  COV-HEADING-1.
023100     05  FILLER                  PIC X(20)
023200             VALUE 'CC2COVRPT '.
023300     05  FILLER                  PIC X(40)
023400             VALUE 'SCENARIO COVERAGE AND DEAD CASES'.
023500
023600 01  COV-PARM-LINE.
023700     05  COV-PL-LABEL            PIC X(14).
023800     05  COV-PL-VALUE            PIC X(50).
023900
024000 01  COV-SECTION-LINE.
024100     05  COV-SL-TEXT             PIC X(60).
024200
024300 01  COV-NOTE-LINE.
024400     05  FILLER                  PIC X(04)  VALUE SPACES.
024500     05  COV-N-TEXT              PIC X(70).
024600
024700 01  COV-TYPE-COLUMNS.
024800     05  FILLER                  PIC X(13)  VALUE 'LK-TYPE'.
024900     05  FILLER                  PIC X(09)  VALUE 'LAST RUN'.
025000     05  FILLER                  PIC X(12)  VALUE ' RUNS  FAIL'.
025100     05  FILLER                  PIC X(11)  VALUE 'LAST TEN'.
025200     05  FILLER                  PIC X(16)
025300             VALUE ' CALLS LAST CALL'.
025400     05  FILLER                  PIC X(07)  VALUE ' SUITES'.
025500
025600 01  COV-TYPE-LINE.
025700     05  COV-T-L-TYPE            PIC X(10).
025800     05  FILLER                  PIC X(01)  VALUE SPACES.
025900     05  COV-T-L-ACTV            PIC X(01).
026000     05  FILLER                  PIC X(01)  VALUE SPACES.
026100     05  COV-T-L-LAST-RUN        PIC X(08).
026200     05  FILLER                  PIC X(01)  VALUE SPACES.
026300     05  COV-T-L-RUNS            PIC ZZZZ9.
026400     05  FILLER                  PIC X(01)  VALUE SPACES.
026500     05  COV-T-L-FAILS           PIC ZZZZ9.
026600     05  FILLER                  PIC X(01)  VALUE SPACES.
026700     05  COV-T-L-HIST            PIC X(10).
026800     05  FILLER                  PIC X(01)  VALUE SPACES.
026900     05  COV-T-L-CALLS           PIC ZZZZZ9.
027000     05  FILLER                  PIC X(01)  VALUE SPACES.
027100     05  COV-T-L-LAST-CALL       PIC X(08).
027200     05  FILLER                  PIC X(01)  VALUE SPACES.
027300     05  COV-T-L-SUITE           PIC X(10).
027400     05  COV-T-L-MORE            PIC X(01).
027500
027600 01  COV-SUITES-LINE.
027700     05  FILLER                  PIC X(13)  VALUE SPACES.
027800     05  FILLER                  PIC X(08)  VALUE 'SUITES:'.
027900     05  COV-SU-SUITE            PIC X(11) OCCURS 5 TIMES.
028000
028100 01  COV-CASE-COLUMNS.
028200     05  FILLER                  PIC X(13)  VALUE 'LK-TYPE'.
028300     05  FILLER                  PIC X(16)  VALUE 'PAYLOAD'.
028400     05  FILLER                  PIC X(09)  VALUE 'LAST RUN'.
028500     05  FILLER                  PIC X(12)  VALUE ' RUNS  FAIL'.
028600     05  FILLER                  PIC X(11)  VALUE 'LAST TEN'.
028700     05  FILLER                  PIC X(06)  VALUE '  LIVE'.
028710     05  FILLER                  PIC X(09)  VALUE '   SUITE'.
028800
028900 01  COV-CASE-LINE.
029000     05  COV-Y-L-TYPE            PIC X(10).
029100     05  FILLER                  PIC X(01)  VALUE SPACES.
029200     05  COV-Y-L-ACTV            PIC X(01).
029300     05  FILLER                  PIC X(01)  VALUE SPACES.
029400     05  COV-Y-L-INPUT           PIC X(15).
029500     05  FILLER                  PIC X(01)  VALUE SPACES.
029600     05  COV-Y-L-LAST-RUN        PIC X(08).
029700     05  FILLER                  PIC X(01)  VALUE SPACES.
029800     05  COV-Y-L-RUNS            PIC ZZZZ9.
029900     05  FILLER                  PIC X(01)  VALUE SPACES.
030000     05  COV-Y-L-FAILS           PIC ZZZZ9.
030100     05  FILLER                  PIC X(01)  VALUE SPACES.
030200     05  COV-Y-L-HIST            PIC X(10).
030300     05  FILLER                  PIC X(01)  VALUE SPACES.
030400     05  COV-Y-L-LIVE            PIC ZZZZ9.
030500     05  FILLER                  PIC X(01)  VALUE SPACES.
030600     05  COV-Y-L-SHARED          PIC X(01).
030610     05  FILLER                  PIC X(01)  VALUE SPACES.
030620     05  COV-Y-L-SUITE           PIC X(10).
030630     05  COV-Y-L-MORE            PIC X(01).
030700
030800 01  COV-GAP-LINE.
030900     05  COV-G-KIND              PIC X(09).
031000     05  FILLER                  PIC X(01)  VALUE SPACES.
031100     05  COV-G-TYPE              PIC X(10).
031200     05  FILLER                  PIC X(01)  VALUE SPACES.
031300     05  COV-G-DETAIL            PIC X(57).
031400
031500 01  COV-TOTAL-LINE.
031600     05  COV-TL-LABEL            PIC X(30).
031700     05  COV-TL-COUNT            PIC ZZZ,ZZ9.
031800
031900 01  COV-NONE-LINE.
032000     05  FILLER                  PIC X(10)  VALUE '   (NONE)'.
032100
032200 01  COV-FATAL-LINE.
032300     05  FILLER                  PIC X(10)  VALUE 'ABORTED:'.
032400     05  COV-F-REASON            PIC X(50).
032500
032600 01  COV-EDIT-DAYS               PIC ZZ9.
032700 01  COV-EDIT-COUNT              PIC ZZZZZ9.
032800
032900 LINKAGE SECTION.
033000*--- DAYS TO LOOK BACK (3 DIGITS), OPTIONAL.
033100 01  COV-DAYS-PARM               PIC X(03).
033200
033300 PROCEDURE DIVISION USING COV-DAYS-PARM.
033400
033500 0000-MAINLINE.
033600     PERFORM 1000-INITIALIZE
033700     IF COV-REFUSED
033800         PERFORM 8000-FINISH
033900         GO TO 9999-EXIT
034000     END-IF
034100     PERFORM 2000-LOAD-TABLES
034200     PERFORM 3000-SCAN-RESULTS
034300     PERFORM 4000-SCAN-AUDIT
034400     PERFORM 4500-SCAN-CAPTURE
034500     PERFORM 5000-PRINT-TYPES
034600     PERFORM 5200-PRINT-CASES
034700     PERFORM 6000-PRINT-NEVER-EXERCISED
034800     PERFORM 6300-PRINT-PARKED-IN-PLAN
034900     PERFORM 6500-PRINT-LIVE-ONLY
035000     PERFORM 7000-PRINT-SUMMARY
035100     PERFORM 8000-FINISH
035200     GO TO 9999-EXIT.
035300
035400*----------------------------------------------------------------
035500* 1000-INITIALIZE - OPEN THE REPORT AND SET THE PERIOD: TODAY
035600* AND THE COV-DAYS DAYS BEFORE IT. A PERIOD THAT IS GIVEN BUT
035700* NOT A NUMBER REFUSES THE REPORT WITH RETURN CODE 12.
035800*----------------------------------------------------------------
035900 1000-INITIALIZE.
036000     OPEN OUTPUT REPORT-FILE
036100     MOVE COV-HEADING-1 TO REPORT-LINE
036200     WRITE REPORT-LINE
036300     MOVE COV-DEFAULT-DAYS TO COV-DAYS
036400     IF NUMBER-OF-CALL-PARAMETERS > 0
036500         AND COV-DAYS-PARM NOT = SPACES
036600         IF COV-DAYS-PARM IS NUMERIC
036700             AND COV-DAYS-PARM NOT = '000'
036800             MOVE COV-DAYS-PARM TO COV-DAYS
036900         ELSE
037000             MOVE 'PERIOD IS NOT A NUMBER OF DAYS 001-999'
037100                 TO COV-F-REASON
037200             PERFORM 1900-REFUSE-REPORT
037300         END-IF
037400     END-IF
037500     IF NOT COV-REFUSED
037600         ACCEPT COV-TODAY-DATE FROM DATE YYYYMMDD
037700         COMPUTE COV-DATE-INTEGER =
037800             FUNCTION INTEGER-OF-DATE (COV-TODAY-DATE)
037900             - COV-DAYS
038000         MOVE FUNCTION DATE-OF-INTEGER (COV-DATE-INTEGER)
038100             TO COV-FROM-DATE
038200         MOVE COV-FROM-DATE TO COV-FROM-X
038300         MOVE COV-DAYS TO COV-EDIT-DAYS
038400         MOVE 'PERIOD DAYS:' TO COV-PL-LABEL
038500         MOVE COV-EDIT-DAYS TO COV-PL-VALUE
038600         MOVE COV-PARM-LINE TO REPORT-LINE
038700         WRITE REPORT-LINE
038800         MOVE 'FROM:' TO COV-PL-LABEL
038900         MOVE COV-FROM-X TO COV-PL-VALUE
039000         MOVE COV-PARM-LINE TO REPORT-LINE
039100         WRITE REPORT-LINE
039200     END-IF.
039300
039400*----------------------------------------------------------------
039500* 1900-REFUSE-REPORT - PRINT THE ABORT LINE, TELL THE OPERATOR
039600* AND END RC 12.
039700*----------------------------------------------------------------
039800 1900-REFUSE-REPORT.
039900     MOVE COV-FATAL-LINE TO REPORT-LINE
040000     WRITE REPORT-LINE
040100     DISPLAY 'CC2COVRPT: ' COV-F-REASON UPON CONSOLE
040200     SET COV-REFUSED TO TRUE
040300     MOVE 12 TO RETURN-CODE.
040400
040500*----------------------------------------------------------------
040600* 2000-LOAD-TABLES - EVERY TSTCASE ROW (ACTIVE OR PARKED),
040700* EVERY CC2PAYLD ROW, AND WHAT THE ACTIVE CC2CTL ROWS NAME.
040800*----------------------------------------------------------------
040900 2000-LOAD-TABLES.
041000     MOVE ZERO TO COV-TYPE-COUNT
041100     MOVE 'N' TO COV-EOF-SW
041200     OPEN INPUT TESTCASE-FILE
041300     IF COV-TCS-STATUS = '00'
041400         PERFORM 2110-READ-TESTCASE-ROW UNTIL COV-EOF
041500         CLOSE TESTCASE-FILE
041600     ELSE
041700         IF COV-TCS-STATUS = '05'
041800             CLOSE TESTCASE-FILE
041900         END-IF
042000     END-IF
042100     MOVE ZERO TO COV-CASE-COUNT
042200     MOVE 'N' TO COV-EOF-SW
042300     OPEN INPUT PAYLOAD-FILE
042400     IF COV-PAY-STATUS = '00'
042500         PERFORM 2210-READ-PAYLOAD-ROW UNTIL COV-EOF
042600         CLOSE PAYLOAD-FILE
042700     ELSE
042800         IF COV-PAY-STATUS = '05'
042900             CLOSE PAYLOAD-FILE
043000         END-IF
043100     END-IF
043200     PERFORM 2310-MARK-SHARED-CASE
043300         VARYING COV-SUB FROM 1 BY 1
043400         UNTIL COV-SUB > COV-CASE-COUNT
043500         AFTER COV-SUB2 FROM 1 BY 1
043600         UNTIL COV-SUB2 > COV-CASE-COUNT
043700     MOVE 'N' TO COV-EOF-SW
043800     OPEN INPUT CTL-FILE
043900     IF COV-CTL-STATUS = '00'
044000         PERFORM 2410-READ-PLAN-ROW UNTIL COV-EOF
044100         CLOSE CTL-FILE
044200     ELSE
044300         IF COV-CTL-STATUS = '05'
044400             CLOSE CTL-FILE
044500         END-IF
044600     END-IF.
044700
044800 2110-READ-TESTCASE-ROW.
044900     READ TESTCASE-FILE
045000         AT END
045100             SET COV-EOF TO TRUE
045200         NOT AT END
045300             MOVE TC-TYPE TO COV-KEY-TYPE
045400             PERFORM 2500-FIND-TYPE
045500             IF COV-FOUND
045600                 IF TC-INACTIVE
045700                     MOVE 'I' TO COV-T-ACTV (COV-T-IDX)
045800                 ELSE
045900                     MOVE 'A' TO COV-T-ACTV (COV-T-IDX)
046000                 END-IF
046100             END-IF
046200     END-READ.
046300
046400 2210-READ-PAYLOAD-ROW.
046500     READ PAYLOAD-FILE
046600         AT END
046700             SET COV-EOF TO TRUE
046800         NOT AT END
046900             IF COV-CASE-COUNT < COV-PAY-MAX
047000                 ADD 1 TO COV-CASE-COUNT
047100                 SET COV-Y-IDX TO COV-CASE-COUNT
047200                 MOVE PAY-TYPE  TO COV-Y-TYPE (COV-Y-IDX)
047300                 MOVE PAY-INPUT TO COV-Y-INPUT (COV-Y-IDX)
047400                 MOVE PAY-RESP  TO COV-Y-RESP (COV-Y-IDX)
047500                 MOVE PAY-ACTV  TO COV-Y-ACTV (COV-Y-IDX)
047600                 MOVE 'N'       TO COV-Y-SHARED-SW (COV-Y-IDX)
047700                 MOVE ZERO      TO COV-Y-RUNS (COV-Y-IDX)
047800                 MOVE ZERO      TO COV-Y-FAILS (COV-Y-IDX)
047900                 MOVE SPACES    TO COV-Y-LAST-RUN (COV-Y-IDX)
048000                 MOVE SPACES    TO COV-Y-HIST (COV-Y-IDX)
048100                 MOVE ZERO      TO COV-Y-LIVE (COV-Y-IDX)
048200                 MOVE SPACES    TO COV-Y-SUITE (COV-Y-IDX)
048210                 MOVE 'N'       TO COV-Y-MORE-SW (COV-Y-IDX)
048300             ELSE
048400                 DISPLAY 'CC2COVRPT: PAYLOAD TABLE FULL, ROW '
048500                     'DROPPED: ' PAY-TYPE UPON CONSOLE
048600             END-IF
048700     END-READ.
048800
048900*--- TWO CASES OF ONE TYPE EXPECTING THE SAME RESPONSE CANNOT
049000*--- BE TOLD APART IN CC2RSLT.
049100 2310-MARK-SHARED-CASE.
049200     IF COV-SUB NOT = COV-SUB2
049300         AND COV-Y-TYPE (COV-SUB) = COV-Y-TYPE (COV-SUB2)
049400         AND COV-Y-RESP (COV-SUB) = COV-Y-RESP (COV-SUB2)
049500         SET COV-Y-SHARED (COV-SUB) TO TRUE
049600     END-IF.
049700
049800*--- AN ACTIVE PLAN ROW NAMES ITS TYPE; THE FIRST SUITE THAT
049900*--- DOES SO IS KEPT FOR THE PARKED-BUT-PLANNED SECTION.
050000 2410-READ-PLAN-ROW.
050100     READ CTL-FILE
050200         AT END
050300             SET COV-EOF TO TRUE
050400         NOT AT END
050500             IF NOT CT-INACTIVE
050600                 AND CT-TYPE (1:1) NOT = '*'
050700                 MOVE CT-TYPE TO COV-KEY-TYPE
050800                 PERFORM 2500-FIND-TYPE
050900                 IF COV-FOUND
051000                     IF COV-T-PLAN-ROWS (COV-T-IDX) = ZERO
051100                         MOVE CT-SUITE
051200                             TO COV-T-PLAN-SUITE (COV-T-IDX)
051300                     END-IF
051400                     ADD 1 TO COV-T-PLAN-ROWS (COV-T-IDX)
051500                 END-IF
051600             END-IF
051700     END-READ.
051800
051900*----------------------------------------------------------------
052000* 2500-FIND-TYPE - COV-T-IDX ON THE ENTRY FOR COV-KEY-TYPE,
052100* ADDED (AS NOT IN TSTCASE) WHEN IT IS NOT THERE YET.
052200* COV-FOUND IS OFF ONLY WHEN THE TABLE IS FULL.
052300*----------------------------------------------------------------
052400 2500-FIND-TYPE.
052500     MOVE 'N' TO COV-FOUND-SW
052600     IF COV-TYPE-COUNT > ZERO
052700         SET COV-T-IDX TO 1
052800         SEARCH COV-TYPE-ENTRY
052900             AT END
053000                 CONTINUE
053100             WHEN COV-T-TYPE (COV-T-IDX) = COV-KEY-TYPE
053200                 SET COV-FOUND TO TRUE
053300         END-SEARCH
053400     END-IF
053500     IF NOT COV-FOUND
053600         PERFORM 2510-ADD-TYPE
053700     END-IF.
053800
053900 2510-ADD-TYPE.
054000     IF COV-TYPE-COUNT < COV-TYPE-MAX
054100         ADD 1 TO COV-TYPE-COUNT
054200         SET COV-T-IDX TO COV-TYPE-COUNT
054300         MOVE COV-KEY-TYPE TO COV-T-TYPE (COV-T-IDX)
054400         MOVE '-'    TO COV-T-ACTV (COV-T-IDX)
054500         MOVE ZERO   TO COV-T-PLAN-ROWS (COV-T-IDX)
054600         MOVE SPACES TO COV-T-PLAN-SUITE (COV-T-IDX)
054700         MOVE ZERO   TO COV-T-RUNS (COV-T-IDX)
054800         MOVE ZERO   TO COV-T-FAILS (COV-T-IDX)
054900         MOVE SPACES TO COV-T-LAST-RUN (COV-T-IDX)
055000         MOVE SPACES TO COV-T-HIST (COV-T-IDX)
055100         MOVE ZERO   TO COV-T-SUITES (COV-T-IDX)
055110         MOVE 'N'    TO COV-T-MORE-SW (COV-T-IDX)
055200         MOVE ZERO   TO COV-T-CALLS (COV-T-IDX)
055300         MOVE SPACES TO COV-T-LAST-CALL (COV-T-IDX)
055400         SET COV-FOUND TO TRUE
055500     ELSE
055600         DISPLAY 'CC2COVRPT: TYPE TABLE FULL, TYPE DROPPED: '
055700             COV-KEY-TYPE UPON CONSOLE
055800     END-IF.
055900
056000*----------------------------------------------------------------
056100* 3000-SCAN-RESULTS - THE REGRESSION TRAFFIC: CC2RSLT STEP ROWS
056200* OF REAL RUNS STARTED IN THE PERIOD. CONTROL ROWS ('*RUNTOTAL'
056300* AND THE LIKE) AND DRILL RUNS ARE SKIPPED.
056400*----------------------------------------------------------------
056500 3000-SCAN-RESULTS.
056600     MOVE 'N' TO COV-EOF-SW
056700     OPEN INPUT RESULTS-FILE
056800     IF COV-RSL-STATUS = '00'
056900         PERFORM 3100-READ-RESULT-ROW UNTIL COV-EOF
057000         CLOSE RESULTS-FILE
057100     ELSE
057200         IF COV-RSL-STATUS = '05'
057300             CLOSE RESULTS-FILE
057400         END-IF
057500     END-IF.
057600
057700 3100-READ-RESULT-ROW.
057800     READ RESULTS-FILE
057900         AT END
058000             SET COV-EOF TO TRUE
058100         NOT AT END
058200             IF RSL-RUNSTAMP (1:8) NOT < COV-FROM-X
058300                 AND RSL-DRILL = SPACES
058400                 AND RSL-TYPE (1:1) NOT = '*'
058500                 AND RSL-TYPE NOT = SPACES
058600                 ADD 1 TO COV-RESULT-ROWS
058700                 PERFORM 3200-POST-RESULT
058800             END-IF
058900     END-READ.
059000
059100 3200-POST-RESULT.
059200     EVALUATE RSL-PASSFAIL
059300         WHEN 'PASS'
059400             MOVE 'P' TO COV-OUTCOME
059500         WHEN 'FAIL'
059600             MOVE 'F' TO COV-OUTCOME
059700         WHEN 'HARD'
059800             MOVE 'H' TO COV-OUTCOME
059900         WHEN 'FLKY'
060000             MOVE 'K' TO COV-OUTCOME
060100         WHEN 'WVRD'
060200             MOVE 'W' TO COV-OUTCOME
060300         WHEN OTHER
060400             MOVE '?' TO COV-OUTCOME
060500     END-EVALUATE
060600     MOVE RSL-TYPE TO COV-KEY-TYPE
060700     PERFORM 2500-FIND-TYPE
060800     IF COV-FOUND
060900         ADD 1 TO COV-T-RUNS (COV-T-IDX)
061000         IF COV-OUTCOME = 'F' OR COV-OUTCOME = 'H'
061100             ADD 1 TO COV-T-FAILS (COV-T-IDX)
061200         END-IF
061300         IF RSL-RUNSTAMP (1:8) > COV-T-LAST-RUN (COV-T-IDX)
061400             MOVE RSL-RUNSTAMP (1:8)
061500                 TO COV-T-LAST-RUN (COV-T-IDX)
061600         END-IF
061700         MOVE COV-T-HIST (COV-T-IDX) TO COV-HIST-WORK
061800         MOVE COV-T-RUNS (COV-T-IDX) TO COV-RUN-NBR
061900         PERFORM 3400-ADD-OUTCOME
062000         MOVE COV-HIST-WORK TO COV-T-HIST (COV-T-IDX)
062100         MOVE RSL-SUITE TO COV-KEY-SUITE
062200         PERFORM 3300-POST-SUITE
062300     END-IF
062400     PERFORM 3500-POST-CASE-RESULT
062500         VARYING COV-Y-IDX FROM 1 BY 1
062600         UNTIL COV-Y-IDX > COV-CASE-COUNT.
062700
062800*--- KEEP UP TO COV-SUITE-MAX DISTINCT SUITES PER TYPE; ANY
062900*--- MORE ONLY SET COV-T-MORE-SW.
063000 3300-POST-SUITE.
063100     MOVE 'N' TO COV-FOUND-SW
063200     PERFORM 3310-MATCH-SUITE
063300         VARYING COV-SUB2 FROM 1 BY 1
063400         UNTIL COV-SUB2 > COV-T-SUITES (COV-T-IDX)
063500     IF NOT COV-FOUND
063600         IF COV-T-SUITES (COV-T-IDX) < COV-SUITE-MAX
063700             ADD 1 TO COV-T-SUITES (COV-T-IDX)
063800             MOVE COV-KEY-SUITE TO COV-T-SUITE (COV-T-IDX,
063900                 COV-T-SUITES (COV-T-IDX))
064000         ELSE
064100             SET COV-T-MORE-SUITES (COV-T-IDX) TO TRUE
064150         END-IF
064200     END-IF.
064300
064400 3310-MATCH-SUITE.
064500     IF COV-T-SUITE (COV-T-IDX, COV-SUB2) = COV-KEY-SUITE
064600         SET COV-FOUND TO TRUE
064700     END-IF.
064800
064900*--- APPEND COV-OUTCOME AS RUN NUMBER COV-RUN-NBR TO THE LAST-TEN
065000*--- STRING IN COV-HIST-WORK, SHIFTING THE OLDEST OUT ONCE IT
065100*--- IS FULL.
065200 3400-ADD-OUTCOME.
065300     IF COV-RUN-NBR > COV-HIST-MAX
065400         MOVE COV-HIST-WORK (2:9) TO COV-HIST-WORK (1:9)
065500         MOVE COV-OUTCOME TO COV-HIST-WORK (10:1)
065600     ELSE
065700         MOVE COV-OUTCOME TO COV-HIST-WORK (COV-RUN-NBR:1)
065800     END-IF.
065900
066000 3500-POST-CASE-RESULT.
066100     IF COV-Y-TYPE (COV-Y-IDX) = RSL-TYPE
066200         AND COV-Y-RESP (COV-Y-IDX) = RSL-EXPECTED
066300         ADD 1 TO COV-Y-RUNS (COV-Y-IDX)
066400         IF COV-OUTCOME = 'F' OR COV-OUTCOME = 'H'
066500             ADD 1 TO COV-Y-FAILS (COV-Y-IDX)
066600         END-IF
066700         IF RSL-RUNSTAMP (1:8) > COV-Y-LAST-RUN (COV-Y-IDX)
066800             MOVE RSL-RUNSTAMP (1:8)
066900                 TO COV-Y-LAST-RUN (COV-Y-IDX)
067000         END-IF
067100         MOVE COV-Y-HIST (COV-Y-IDX) TO COV-HIST-WORK
067200         MOVE COV-Y-RUNS (COV-Y-IDX) TO COV-RUN-NBR
067300         PERFORM 3400-ADD-OUTCOME
067400         MOVE COV-HIST-WORK TO COV-Y-HIST (COV-Y-IDX)
067410         IF COV-Y-SUITE (COV-Y-IDX) = SPACES
067420             MOVE RSL-SUITE TO COV-Y-SUITE (COV-Y-IDX)
067430         ELSE
067440             IF RSL-SUITE NOT = COV-Y-SUITE (COV-Y-IDX)
067450                 SET COV-Y-MORE-SUITES (COV-Y-IDX) TO TRUE
067460             END-IF
067470         END-IF
067500     END-IF.
067600
067700*----------------------------------------------------------------
067800* 4000-SCAN-AUDIT - EVERY CALL IN THE PERIOD: THE LIVE LOG,
067900* THEN EACH YEARLY ARCHIVE MEMBER FROM THE FIRST DAY'S YEAR TO
068000* THIS YEAR. A MEMBER THAT CANNOT BE SELECTED OR OPENED IS
068100* NOTED ON THE REPORT AND THE REST CARRY ON.
068200*----------------------------------------------------------------
068300 4000-SCAN-AUDIT.
068400     MOVE 'N' TO COV-EOF-SW
068500     OPEN INPUT AUDIT-FILE
068600     IF COV-AUD-STATUS = '00'
068700         PERFORM 4110-READ-AUDIT-ROW UNTIL COV-EOF
068800         CLOSE AUDIT-FILE
068900     ELSE
069000         IF COV-AUD-STATUS = '05'
069100             CLOSE AUDIT-FILE
069200         END-IF
069300     END-IF
069400     MOVE COV-FROM-DATE (1:4) TO COV-FROM-YEAR
069500     MOVE COV-TODAY-DATE (1:4) TO COV-TO-YEAR
069600     PERFORM 4200-SCAN-ARCHIVE-YEAR
069700         VARYING COV-YEAR FROM COV-FROM-YEAR BY 1
069800         UNTIL COV-YEAR > COV-TO-YEAR.
069900
070000 4110-READ-AUDIT-ROW.
070100     READ AUDIT-FILE
070200         AT END
070300             SET COV-EOF TO TRUE
070400         NOT AT END
070500             MOVE AUDIT-RECORD TO COV-AUD-ROW
070600             PERFORM 4300-POST-CALL
070700     END-READ.
070800
070900 4200-SCAN-ARCHIVE-YEAR.
071000     MOVE COV-YEAR TO COV-MEMBER-YEAR
071100     MOVE SPACES TO COV-CAP-CMD
071200     STRING 'OVRDBF FILE(CC2AUDARC) MBR(' DELIMITED BY SIZE
071300            COV-MEMBER           DELIMITED BY SIZE
071400            ') OVRSCOPE(*JOB)'   DELIMITED BY SIZE
071500         INTO COV-CAP-CMD
071600     PERFORM 4900-RUN-COMMAND
071700     IF COV-CAP-ERR-AVAIL > ZERO
071800         MOVE SPACES TO COV-N-TEXT
071900         STRING 'ARCHIVE MEMBER ' COV-MEMBER
072000             ' NOT SELECTED (' COV-CAP-ERR-ID
072100             ') - ITS CALLS ARE NOT COUNTED' DELIMITED BY SIZE
072200             INTO COV-N-TEXT
072300         MOVE COV-NOTE-LINE TO REPORT-LINE
072400         WRITE REPORT-LINE
072500     ELSE
072600         MOVE 'N' TO COV-EOF-SW
072700         OPEN INPUT ARCHIVE-FILE
072800         IF COV-ARC-STATUS = '00'
072900             PERFORM 4210-READ-ARCHIVE-ROW UNTIL COV-EOF
073000             CLOSE ARCHIVE-FILE
073100         ELSE
073200             IF COV-ARC-STATUS = '05'
073300                 CLOSE ARCHIVE-FILE
073400             ELSE
073500                 MOVE SPACES TO COV-N-TEXT
073600                 STRING 'ARCHIVE MEMBER ' COV-MEMBER
073700                     ' NOT OPENED (STATUS ' COV-ARC-STATUS
073800                     ') - ITS CALLS ARE NOT COUNTED'
073900                     DELIMITED BY SIZE INTO COV-N-TEXT
074000                 MOVE COV-NOTE-LINE TO REPORT-LINE
074100                 WRITE REPORT-LINE
074200             END-IF
074300         END-IF
074400         MOVE SPACES TO COV-CAP-CMD
074500         MOVE 'DLTOVR FILE(CC2AUDARC) LVL(*JOB)' TO COV-CAP-CMD
074600         PERFORM 4900-RUN-COMMAND
074700     END-IF.
074800
074900 4210-READ-ARCHIVE-ROW.
075000     READ ARCHIVE-FILE
075100         AT END
075200             SET COV-EOF TO TRUE
075300         NOT AT END
075400             MOVE ARCHIVE-RECORD TO COV-AUD-ROW
075500             PERFORM 4300-POST-CALL
075600     END-READ.
075700
075800*--- A REAL CALL IN THE PERIOD. REGRESSION CALLS ARE IN THE
075900*--- AUDIT LOG TOO, SO A TYPE WITH CALLS BUT NO CC2RSLT ROWS
076000*--- WAS ONLY EVER CALLED LIVE.
076100 4300-POST-CALL.
076200     IF COV-A-TIMESTAMP (1:8) NOT < COV-FROM-X
076300         AND COV-A-DRILL = SPACES
076400         AND COV-A-TYPE (1:1) NOT = '*'
076500         AND COV-A-TYPE NOT = SPACES
076600         ADD 1 TO COV-CALL-ROWS
076700         MOVE COV-A-TYPE TO COV-KEY-TYPE
076800         PERFORM 2500-FIND-TYPE
076900         IF COV-FOUND
077000             ADD 1 TO COV-T-CALLS (COV-T-IDX)
077100             IF COV-A-TIMESTAMP (1:8)
077200                 > COV-T-LAST-CALL (COV-T-IDX)
077300                 MOVE COV-A-TIMESTAMP (1:8)
077400                     TO COV-T-LAST-CALL (COV-T-IDX)
077500             END-IF
077600         END-IF
077700     END-IF.
077800
077900*--- RUN ONE CL COMMAND THROUGH QCAPCMD. A FAILURE COMES BACK IN
078000*--- COV-CAP-ERROR FOR THE CALLER TO JUDGE.
078100 4900-RUN-COMMAND.
078200     MOVE ZERO TO COV-CAP-ERR-AVAIL
078300     MOVE SPACES TO COV-CAP-ERR-ID
078400     CALL 'QCAPCMD' USING COV-CAP-CMD, COV-CAP-CMD-LEN,
078500         COV-CAP-OPTIONS, COV-CAP-OPT-LEN, COV-CAP-OPT-FORMAT,
078600         COV-CAP-CHANGED, COV-CAP-CHG-AVAIL, COV-CAP-CHG-LEN,
078700         COV-CAP-ERROR.
078800
078900*----------------------------------------------------------------
079000* 4500-SCAN-CAPTURE - CAPTURED LIVE CALLS IN THE PERIOD, THE
079100* ONLY RECORD OF WHICH PAYLOAD CASES REAL CALLERS SEND. THEY
079200* ARE ALREADY COUNTED AS CALLS FROM THE AUDIT LOG, SO HERE
079300* THEY ONLY CREDIT THE PAYLOAD CASE THEY MATCH.
079400*----------------------------------------------------------------
079500 4500-SCAN-CAPTURE.
079600     MOVE 'N' TO COV-EOF-SW
079700     OPEN INPUT CAPTURE-FILE
079800     IF COV-CPL-STATUS = '00'
079900         PERFORM 4510-READ-CAPTURE-ROW UNTIL COV-EOF
080000         CLOSE CAPTURE-FILE
080100     ELSE
080200         IF COV-CPL-STATUS = '05'
080300             CLOSE CAPTURE-FILE
080400         END-IF
080500     END-IF.
080600
080700 4510-READ-CAPTURE-ROW.
080800     READ CAPTURE-FILE
080900         AT END
081000             SET COV-EOF TO TRUE
081100         NOT AT END
081200             IF CAP-TIMESTAMP (1:8) NOT < COV-FROM-X
081300                 ADD 1 TO COV-CAPTURE-ROWS
081400                 PERFORM 4520-POST-CASE-LIVE
081500                     VARYING COV-Y-IDX FROM 1 BY 1
081600                     UNTIL COV-Y-IDX > COV-CASE-COUNT
081700             END-IF
081800     END-READ.
081900
082000 4520-POST-CASE-LIVE.
082100     IF COV-Y-TYPE (COV-Y-IDX) = CAP-TYPE
082200         AND COV-Y-INPUT (COV-Y-IDX) = CAP-PAYLOAD
082300         ADD 1 TO COV-Y-LIVE (COV-Y-IDX)
082800     END-IF.
082900
083000*----------------------------------------------------------------
083100* 5000-PRINT-TYPES - ONE LINE PER LK-TYPE (TSTCASE ORDER, THEN
083200* TYPES TSTCASE DOES NOT HAVE), WITH A SUITES LINE WHEN MORE
083300* THAN ONE SUITE RAN IT.
083400*----------------------------------------------------------------
083500 5000-PRINT-TYPES.
083600     MOVE '** DISPATCH ROWS (TSTCASE) **' TO COV-SL-TEXT
083700     MOVE COV-SECTION-LINE TO REPORT-LINE
083800     WRITE REPORT-LINE
083900     MOVE 'A ACTIVE, I INACTIVE, - NOT IN TSTCASE; LAST TEN: P '
084000         TO COV-N-TEXT
084100     MOVE COV-NOTE-LINE TO REPORT-LINE
084200     WRITE REPORT-LINE
084300     MOVE 'PASS F FAIL H HARD K FLAKY W WAIVED, OLDEST FIRST'
084400         TO COV-N-TEXT
084500     MOVE COV-NOTE-LINE TO REPORT-LINE
084600     WRITE REPORT-LINE
084700     MOVE COV-TYPE-COLUMNS TO REPORT-LINE
084800     WRITE REPORT-LINE
084900     PERFORM 5100-PRINT-TYPE-LINE
085000         VARYING COV-T-IDX FROM 1 BY 1
085100         UNTIL COV-T-IDX > COV-TYPE-COUNT.
085200
085300 5100-PRINT-TYPE-LINE.
085400     MOVE COV-T-TYPE (COV-T-IDX)      TO COV-T-L-TYPE
085500     MOVE COV-T-ACTV (COV-T-IDX)      TO COV-T-L-ACTV
085600     MOVE COV-T-LAST-RUN (COV-T-IDX)  TO COV-T-L-LAST-RUN
085700     MOVE COV-T-RUNS (COV-T-IDX)      TO COV-T-L-RUNS
085800     MOVE COV-T-FAILS (COV-T-IDX)     TO COV-T-L-FAILS
085900     MOVE COV-T-HIST (COV-T-IDX)      TO COV-T-L-HIST
086000     MOVE COV-T-CALLS (COV-T-IDX)     TO COV-T-L-CALLS
086100     MOVE COV-T-LAST-CALL (COV-T-IDX) TO COV-T-L-LAST-CALL
086200     MOVE SPACES TO COV-T-L-SUITE
086300     MOVE SPACE TO COV-T-L-MORE
086400     IF COV-T-SUITES (COV-T-IDX) > ZERO
086500         MOVE COV-T-SUITE (COV-T-IDX, 1) TO COV-T-L-SUITE
086600     END-IF
086700     IF COV-T-SUITES (COV-T-IDX) > 1
086800         MOVE '+' TO COV-T-L-MORE
086900     END-IF
087000     MOVE COV-TYPE-LINE TO REPORT-LINE
087100     WRITE REPORT-LINE
087200     IF COV-T-SUITES (COV-T-IDX) > 1
087300         PERFORM 5110-PRINT-SUITES-LINE
087400     END-IF.
087500
087600*--- THE SUITES KEPT FOR THE TYPE, AND WHETHER THERE WERE MORE.
087700 5110-PRINT-SUITES-LINE.
087800     MOVE SPACES TO COV-SU-SUITE (1) COV-SU-SUITE (2)
087900         COV-SU-SUITE (3) COV-SU-SUITE (4) COV-SU-SUITE (5)
088000     PERFORM 5120-MOVE-ONE-SUITE
088100         VARYING COV-SUB FROM 1 BY 1
088200         UNTIL COV-SUB > COV-T-SUITES (COV-T-IDX)
088400     MOVE COV-SUITES-LINE TO REPORT-LINE
088500     WRITE REPORT-LINE
088600     IF COV-T-MORE-SUITES (COV-T-IDX)
088700         MOVE '         AND MORE SUITES' TO COV-N-TEXT
089200         MOVE COV-NOTE-LINE TO REPORT-LINE
089300         WRITE REPORT-LINE
089400     END-IF.
089500
089600 5120-MOVE-ONE-SUITE.
089700     MOVE COV-T-SUITE (COV-T-IDX, COV-SUB)
089800         TO COV-SU-SUITE (COV-SUB).
089900
090000*----------------------------------------------------------------
090100* 5200-PRINT-CASES - ONE LINE PER CC2PAYLD CASE, THE FIRST 15
090200* CHARACTERS OF ITS PAYLOAD SHOWN, AND THE FIRST SUITE THAT RAN
090250* IT ('+' WHEN OTHERS DID TOO). '=' MARKS COUNTS SHARED
090300* WITH ANOTHER CASE OF THE SAME TYPE AND RESPONSE.
090400*----------------------------------------------------------------
090500 5200-PRINT-CASES.
090600     MOVE '** PAYLOAD CASES (CC2PAYLD) **' TO COV-SL-TEXT
090700     MOVE COV-SECTION-LINE TO REPORT-LINE
090800     WRITE REPORT-LINE
090900     MOVE COV-CASE-COLUMNS TO REPORT-LINE
091000     WRITE REPORT-LINE
091100     IF COV-CASE-COUNT = ZERO
091200         MOVE COV-NONE-LINE TO REPORT-LINE
091300         WRITE REPORT-LINE
091400     END-IF
091500     PERFORM 5210-PRINT-CASE-LINE
091600         VARYING COV-Y-IDX FROM 1 BY 1
091700         UNTIL COV-Y-IDX > COV-CASE-COUNT.
091800
091900 5210-PRINT-CASE-LINE.
092000     MOVE COV-Y-TYPE (COV-Y-IDX)     TO COV-Y-L-TYPE
092100     IF COV-Y-INACTIVE (COV-Y-IDX)
092200         MOVE 'I' TO COV-Y-L-ACTV
092300     ELSE
092400         MOVE 'A' TO COV-Y-L-ACTV
092500     END-IF
092600     MOVE COV-Y-INPUT (COV-Y-IDX)    TO COV-Y-L-INPUT
092700     MOVE COV-Y-LAST-RUN (COV-Y-IDX) TO COV-Y-L-LAST-RUN
092800     MOVE COV-Y-RUNS (COV-Y-IDX)     TO COV-Y-L-RUNS
092900     MOVE COV-Y-FAILS (COV-Y-IDX)    TO COV-Y-L-FAILS
093000     MOVE COV-Y-HIST (COV-Y-IDX)     TO COV-Y-L-HIST
093100     MOVE COV-Y-LIVE (COV-Y-IDX)     TO COV-Y-L-LIVE
093200     IF COV-Y-SHARED (COV-Y-IDX)
093300         MOVE '=' TO COV-Y-L-SHARED
093400     ELSE
093500         MOVE SPACE TO COV-Y-L-SHARED
093600     END-IF
093610     MOVE COV-Y-SUITE (COV-Y-IDX)    TO COV-Y-L-SUITE
093620     IF COV-Y-MORE-SUITES (COV-Y-IDX)
093630         MOVE '+' TO COV-Y-L-MORE
093640     ELSE
093650         MOVE SPACE TO COV-Y-L-MORE
093660     END-IF
093700     MOVE COV-CASE-LINE TO REPORT-LINE
093800     WRITE REPORT-LINE.
093900
094000*----------------------------------------------------------------
094100* 6000-PRINT-NEVER-EXERCISED - ACTIVE TSTCASE ROWS AND ACTIVE
094200* CC2PAYLD CASES NOTHING TOUCHED IN THE PERIOD: NO REGRESSION
094300* RUN AND NO LIVE CALL. CANDIDATES FOR PRUNING, OR FOR A PLAN
094400* ROW IF THEY STILL MATTER.
094500*----------------------------------------------------------------
094600 6000-PRINT-NEVER-EXERCISED.
094700     MOVE '** NEVER EXERCISED IN THE PERIOD **' TO COV-SL-TEXT
094800     MOVE COV-SECTION-LINE TO REPORT-LINE
094900     WRITE REPORT-LINE
095000     MOVE 'N' TO COV-PRINTED-SW
095100     PERFORM 6100-CHECK-TYPE-EXERCISED
095200         VARYING COV-T-IDX FROM 1 BY 1
095300         UNTIL COV-T-IDX > COV-TYPE-COUNT
095400     PERFORM 6200-CHECK-CASE-EXERCISED
095500         VARYING COV-Y-IDX FROM 1 BY 1
095600         UNTIL COV-Y-IDX > COV-CASE-COUNT
095700     IF NOT COV-PRINTED
095800         MOVE COV-NONE-LINE TO REPORT-LINE
095900         WRITE REPORT-LINE
096000     END-IF.
096100
096200 6100-CHECK-TYPE-EXERCISED.
096300     IF COV-T-ACTIVE (COV-T-IDX)
096400         AND COV-T-RUNS (COV-T-IDX) = ZERO
096500         AND COV-T-CALLS (COV-T-IDX) = ZERO
096600         ADD 1 TO COV-NEVER-COUNT
096700         MOVE 'DISPATCH' TO COV-G-KIND
096800         MOVE COV-T-TYPE (COV-T-IDX) TO COV-G-TYPE
096900         IF COV-T-PLAN-ROWS (COV-T-IDX) > ZERO
097000             MOVE SPACES TO COV-G-DETAIL
097100             STRING 'IN PLAN SUITE ' COV-T-PLAN-SUITE (COV-T-IDX)
097200                 ' BUT NEVER RUN' DELIMITED BY SIZE
097300                 INTO COV-G-DETAIL
097400         ELSE
097500             MOVE 'NOT IN ANY ACTIVE PLAN ROW' TO COV-G-DETAIL
097600         END-IF
097700         PERFORM 6900-WRITE-GAP-LINE
097800     END-IF.
097900
098000 6200-CHECK-CASE-EXERCISED.
098100     IF NOT COV-Y-INACTIVE (COV-Y-IDX)
098200         AND COV-Y-RUNS (COV-Y-IDX) = ZERO
098300         AND COV-Y-LIVE (COV-Y-IDX) = ZERO
098400         ADD 1 TO COV-NEVER-COUNT
098500         MOVE 'PAYLOAD' TO COV-G-KIND
098600         MOVE COV-Y-TYPE (COV-Y-IDX) TO COV-G-TYPE
098700         MOVE COV-Y-INPUT (COV-Y-IDX) TO COV-G-DETAIL
098800         PERFORM 6900-WRITE-GAP-LINE
098900     END-IF.
099000
099100*----------------------------------------------------------------
099200* 6300-PRINT-PARKED-IN-PLAN - PARKED ROWS AN ACTIVE CC2CTL ROW
099300* STILL REACHES: AN INACTIVE TSTCASE TYPE THE PLAN STILL CALLS
099400* (IT CAN ONLY ANSWER UK), AND AN INACTIVE PAYLOAD CASE OF A
099500* PLANNED TYPE (SILENTLY DROPPED FROM THE EXPANSION).
099600*----------------------------------------------------------------
099700 6300-PRINT-PARKED-IN-PLAN.
099800     MOVE '** INACTIVE ROWS STILL REFERENCED BY THE PLAN **'
099900         TO COV-SL-TEXT
100000     MOVE COV-SECTION-LINE TO REPORT-LINE
100100     WRITE REPORT-LINE
100200     MOVE 'N' TO COV-PRINTED-SW
100300     PERFORM 6310-CHECK-PARKED-TYPE
100400         VARYING COV-T-IDX FROM 1 BY 1
100500         UNTIL COV-T-IDX > COV-TYPE-COUNT
100600     PERFORM 6320-CHECK-PARKED-CASE
100700         VARYING COV-Y-IDX FROM 1 BY 1
100800         UNTIL COV-Y-IDX > COV-CASE-COUNT
100900     IF NOT COV-PRINTED
101000         MOVE COV-NONE-LINE TO REPORT-LINE
101100         WRITE REPORT-LINE
101200     END-IF.
101300
101400 6310-CHECK-PARKED-TYPE.
101500     IF COV-T-INACTIVE (COV-T-IDX)
101600         AND COV-T-PLAN-ROWS (COV-T-IDX) > ZERO
101700         ADD 1 TO COV-PARKED-COUNT
101800         MOVE 'DISPATCH' TO COV-G-KIND
101900         MOVE COV-T-TYPE (COV-T-IDX) TO COV-G-TYPE
102000         MOVE COV-T-PLAN-ROWS (COV-T-IDX) TO COV-EDIT-COUNT
102100         MOVE SPACES TO COV-G-DETAIL
102200         STRING 'PLAN ROWS' COV-EDIT-COUNT ', FIRST IN SUITE '
102300             COV-T-PLAN-SUITE (COV-T-IDX) DELIMITED BY SIZE
102400             INTO COV-G-DETAIL
102500         PERFORM 6900-WRITE-GAP-LINE
102600     END-IF.
102700
102800 6320-CHECK-PARKED-CASE.
102900     IF COV-Y-INACTIVE (COV-Y-IDX)
103000         MOVE COV-Y-TYPE (COV-Y-IDX) TO COV-KEY-TYPE
103100         PERFORM 2500-FIND-TYPE
103200         IF COV-FOUND
103300             IF COV-T-PLAN-ROWS (COV-T-IDX) > ZERO
103400                 ADD 1 TO COV-PARKED-COUNT
103500                 MOVE 'PAYLOAD' TO COV-G-KIND
103600                 MOVE COV-Y-TYPE (COV-Y-IDX) TO COV-G-TYPE
103700                 MOVE COV-Y-INPUT (COV-Y-IDX) TO COV-G-DETAIL
103800                 PERFORM 6900-WRITE-GAP-LINE
103900             END-IF
104000         END-IF
104100     END-IF.
104200
104300*----------------------------------------------------------------
104400* 6500-PRINT-LIVE-ONLY - TYPES REAL CALLERS USED IN THE PERIOD
104500* THAT NO REGRESSION RUN EXERCISED. A TYPE NOT IN TSTCASE HERE
104600* WAS ANSWERED UK EVERY TIME.
104700*----------------------------------------------------------------
104800 6500-PRINT-LIVE-ONLY.
104900     MOVE '** LIVE TRAFFIC, NO REGRESSION TRAFFIC **'
105000         TO COV-SL-TEXT
105100     MOVE COV-SECTION-LINE TO REPORT-LINE
105200     WRITE REPORT-LINE
105300     MOVE 'N' TO COV-PRINTED-SW
105400     PERFORM 6510-CHECK-LIVE-ONLY
105500         VARYING COV-T-IDX FROM 1 BY 1
105600         UNTIL COV-T-IDX > COV-TYPE-COUNT
105700     IF NOT COV-PRINTED
105800         MOVE COV-NONE-LINE TO REPORT-LINE
105900         WRITE REPORT-LINE
106000     END-IF.
106100
106200 6510-CHECK-LIVE-ONLY.
106300     IF COV-T-CALLS (COV-T-IDX) > ZERO
106400         AND COV-T-RUNS (COV-T-IDX) = ZERO
106500         ADD 1 TO COV-LIVE-ONLY-COUNT
106600         MOVE 'LIVE' TO COV-G-KIND
106700         MOVE COV-T-TYPE (COV-T-IDX) TO COV-G-TYPE
106800         MOVE COV-T-CALLS (COV-T-IDX) TO COV-EDIT-COUNT
106900         MOVE SPACES TO COV-G-DETAIL
107000         EVALUATE TRUE
107100             WHEN COV-T-ACTV (COV-T-IDX) = '-'
107200                 MOVE 'NOT IN TSTCASE' TO COV-LIVE-NOTE
107300             WHEN COV-T-PLAN-ROWS (COV-T-IDX) = ZERO
107400                 MOVE 'NO PLAN ROW' TO COV-LIVE-NOTE
107500             WHEN OTHER
107600                 MOVE 'PLANNED BUT NOT RUN' TO COV-LIVE-NOTE
107700         END-EVALUATE
107800         STRING 'CALLS' COV-EDIT-COUNT ', LAST '
107900             COV-T-LAST-CALL (COV-T-IDX) ', ' COV-LIVE-NOTE
108000             DELIMITED BY SIZE INTO COV-G-DETAIL
108100         PERFORM 6900-WRITE-GAP-LINE
108200     END-IF.
108300
108400 6900-WRITE-GAP-LINE.
108500     MOVE COV-GAP-LINE TO REPORT-LINE
108600     WRITE REPORT-LINE
108700     SET COV-PRINTED TO TRUE.
108800
108900*----------------------------------------------------------------
109000* 7000-PRINT-SUMMARY - THE VOLUMES READ, THE SECTION COUNTS AND
109100* THE RETURN CODE.
109200*----------------------------------------------------------------
109300 7000-PRINT-SUMMARY.
109400     MOVE '** SUMMARY **' TO COV-SL-TEXT
109500     MOVE COV-SECTION-LINE TO REPORT-LINE
109600     WRITE REPORT-LINE
109700     MOVE 'REGRESSION STEP ROWS:' TO COV-TL-LABEL
109800     MOVE COV-RESULT-ROWS TO COV-TL-COUNT
109900     PERFORM 7100-WRITE-TOTAL-LINE
110000     MOVE 'AUDITED CALLS:' TO COV-TL-LABEL
110100     MOVE COV-CALL-ROWS TO COV-TL-COUNT
110200     PERFORM 7100-WRITE-TOTAL-LINE
110300     MOVE 'CAPTURED LIVE CALLS:' TO COV-TL-LABEL
110400     MOVE COV-CAPTURE-ROWS TO COV-TL-COUNT
110500     PERFORM 7100-WRITE-TOTAL-LINE
110600     MOVE 'NEVER EXERCISED:' TO COV-TL-LABEL
110700     MOVE COV-NEVER-COUNT TO COV-TL-COUNT
110800     PERFORM 7100-WRITE-TOTAL-LINE
110900     MOVE 'INACTIVE BUT PLANNED:' TO COV-TL-LABEL
111000     MOVE COV-PARKED-COUNT TO COV-TL-COUNT
111100     PERFORM 7100-WRITE-TOTAL-LINE
111200     MOVE 'LIVE, NOT REGRESSED:' TO COV-TL-LABEL
111300     MOVE COV-LIVE-ONLY-COUNT TO COV-TL-COUNT
111400     PERFORM 7100-WRITE-TOTAL-LINE
111500     IF COV-NEVER-COUNT > ZERO
111600         OR COV-PARKED-COUNT > ZERO
111700         OR COV-LIVE-ONLY-COUNT > ZERO
111800         MOVE 4 TO RETURN-CODE
111900     ELSE
112000         MOVE ZERO TO RETURN-CODE
112100     END-IF.
112200
112300 7100-WRITE-TOTAL-LINE.
112400     MOVE COV-TOTAL-LINE TO REPORT-LINE
112500     WRITE REPORT-LINE.
112600
112700*----------------------------------------------------------------
112800* 8000-FINISH - CLOSE THE REPORT.
112900*----------------------------------------------------------------
113000 8000-FINISH.
113100     CLOSE REPORT-FILE.
113200
113300 9999-EXIT.
113400     GOBACK.
