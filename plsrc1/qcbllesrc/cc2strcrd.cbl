000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    CC2STRCRD.
000300 AUTHOR.        OPERATIONS SUPPORT.
000400 INSTALLATION.  PLSRC1.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*   DATE       INIT  DESCRIPTION
001000*   2026-10-15 OPS   INITIAL VERSION - COORDINATOR FOR A
001100*                    MULTI-STREAM REGRESSION RUN.
001110*   2026-10-15 OPS   CONFIGURATION SNAPSHOT - CC2CFGSNP IS
001120*                    CALLED BEFORE ANY STREAM IS SUBMITTED, SO
001130*                    THE RUN STAMP IS FROZEN ONCE AND EVERY
001140*                    STREAM REUSES THE SAME SNAPSHOT.
001200*--------------------------------------------------------------
001300* DESCRIPTION:
001400*   SPLITS THE NIGHT'S CBLTSTDRV RUN INTO SEVERAL STREAMS THAT
001500*   RUN AT THE SAME TIME - ONE SUBMITTED DRIVER JOB PER SUITE
001600*   OR GROUP OF SUITES - SO THE WINDOW IS AS LONG AS THE
001700*   LONGEST STREAM, NOT THE SUM OF THEM ALL:
001800*     CALL CC2STRCRD PARM('RETRY')
001900*   THE OPTIONAL PARAMETER IS THE DRIVER'S RETRY COUNT, PASSED
002000*   TO EVERY STREAM (LEFT OFF OR BLANK, EACH STREAM TAKES THE
002100*   DRIVER'S OWN DEFAULT).
002200*
002300*   THE PLAN IS CC2STRM (STREAM ID, SUITE); AN EMPTY OR
002400*   MISSING CC2STRM MEANS ONE STREAM PER SUITE WITH ACTIVE
002500*   CC2CTL ROWS, NAMED AFTER ITS SUITE. ACTIVE CC2CTL ROWS IN
002600*   NO PLANNED STREAM (A BLANK SUITE, OR A SUITE CC2STRM DOES
002700*   NOT NAME) ARE COUNTED AND REPORTED AS NOT RUN. THE PLAN IS
002800*   WRITTEN TO CC2STRUN (COPYBOOK STRREC) AS PLANNED ROWS AND
002900*   EACH STREAM READS ITS SUITES BACK FROM THERE.
003000*
003100*   EVERY STREAM STAMPS ITS CC2RSLT ROWS WITH THE ONE RUN
003200*   STAMP THIS PROGRAM CHOSE, KEEPS ITS OWN CHECKPOINT AND
003300*   REGISTRATION (CC2CHKPT / CC2RUNREG MEMBERS NAMED AFTER THE
003400*   STREAM) AND LOGS ITS STARTED / PAUSED / ENDED EVENTS TO
003500*   CC2STRUN. THIS PROGRAM HOLDS THE SHARED CC2RUNREG ROW
003600*   (SUITE '*STREAMS') FOR THE WHOLE RUN, WAITS FOR EVERY
003700*   STREAM TO SETTLE, AND MARKS A STREAM WHOSE JOB ENDED
003800*   WITHOUT AN ENDED OR CANCELLED ROW AS DIED. PAUSE, RESUME
003900*   AND CANCEL FROM CC2STSDSP ARRIVE HERE (CC2CMDQ, KEYED BY
004000*   THIS JOB'S NUMBER) AND ARE PASSED ON TO EVERY STREAM.
004100*
004200*   THE REPORT GIVES EACH STREAM'S STATE AND COUNTS, THE
004300*   PER-SUITE SUBTOTALS OF THE WHOLE RUN AND THE COMBINED
004400*   TOTALS. WHEN EVERY STREAM ENDED THE RUN GETS ITS
004500*   '*RUNTOTAL' CC2RSLT ROW (SUITE '*ALL') AND THE REGISTRATION
004600*   IS CLEARED. OTHERWISE THE '*STREAMS' ROW STAYS BEHIND AS
004700*   CANCELLED (AN OPERATOR CANCEL, RETURN CODE 4) OR INCOMPLETE
004800*   (A STREAM DIED OR COULD NOT START, RETURN CODE 8), AND THE
004900*   NEXT CALL RESUMES THE SAME RUN STAMP, RESUBMITTING ONLY THE
005000*   STREAMS THAT HAD NOT ENDED. A START THAT FINDS ANOTHER RUN
005100*   IN FLIGHT IS REFUSED WITH RETURN CODE 12.
005200*--------------------------------------------------------------
005300
005400 ENVIRONMENT DIVISION.
005500 INPUT-OUTPUT SECTION.
005600 FILE-CONTROL.
005700     SELECT OPTIONAL CTL-FILE ASSIGN TO CC2CTL
005800         ORGANIZATION IS SEQUENTIAL
005900         FILE STATUS IS CRD-CTL-STATUS.
006000     SELECT OPTIONAL PLAN-FILE ASSIGN TO CC2STRM
006100         ORGANIZATION IS SEQUENTIAL
006200         FILE STATUS IS CRD-STM-STATUS.
006300     SELECT OPTIONAL STREAM-FILE ASSIGN TO CC2STRUN
006400         ORGANIZATION IS SEQUENTIAL
006500         FILE STATUS IS CRD-STR-STATUS.
006600     SELECT OPTIONAL REGISTER-FILE ASSIGN TO CC2RUNREG
006700         ORGANIZATION IS SEQUENTIAL
006800         FILE STATUS IS CRD-REG-STATUS.
006900     SELECT OPTIONAL RESULTS-FILE ASSIGN TO CC2RSLT
007000         ORGANIZATION IS SEQUENTIAL
007100         FILE STATUS IS CRD-RSL-STATUS.
007200     SELECT OPTIONAL CMDLOG-FILE ASSIGN TO CC2CMDLOG
007300         ORGANIZATION IS SEQUENTIAL
007400         FILE STATUS IS CRD-CLG-STATUS.
007500     SELECT REPORT-FILE ASSIGN TO PRINTER-CC2STRCRD
007600         ORGANIZATION IS SEQUENTIAL.
007700
007800 DATA DIVISION.
007900 FILE SECTION.
008000 FD  CTL-FILE.
008100     COPY "tcrec".
008200
008300*--- THE STREAM PLAN - WHICH SUITES RUN IN WHICH STREAM.
008400 FD  PLAN-FILE.
008500 01  PLAN-RECORD.
008600     03  STM-STREAM              PIC X(10).
008700     03  STM-SUITE               PIC X(10).
008800
008900 FD  STREAM-FILE.
009000     COPY "strrec".
009100
009200 FD  REGISTER-FILE.
009300     COPY "regrec".
009400
009500 FD  RESULTS-FILE.
009600     COPY "rsltrec".
009700
009800 FD  CMDLOG-FILE.
009900     COPY "clgrec".
010000
010100 FD  REPORT-FILE.
010200 01  REPORT-LINE                 PIC X(80).
010300
010400 WORKING-STORAGE SECTION.
010500 77  CRD-CTL-STATUS              PIC X(02).
010600 77  CRD-STM-STATUS              PIC X(02).
010700 77  CRD-STR-STATUS              PIC X(02).
010800 77  CRD-REG-STATUS              PIC X(02).
010900 77  CRD-RSL-STATUS              PIC X(02).
011000 77  CRD-CLG-STATUS              PIC X(02).
011100 77  CRD-EOF-SW                  PIC X(01) VALUE 'N'.
011200     88  CRD-EOF                             VALUE 'Y'.
011300 77  CRD-REFUSED-SW              PIC X(01) VALUE 'N'.
011400     88  CRD-REFUSED                         VALUE 'Y'.
011500 77  CRD-REG-FOUND-SW            PIC X(01) VALUE 'N'.
011600     88  CRD-REG-FOUND                       VALUE 'Y'.
011700 77  CRD-REGISTERED-SW           PIC X(01) VALUE 'N'.
011800     88  CRD-REGISTERED                      VALUE 'Y'.
011900 77  CRD-RESUMED-SW              PIC X(01) VALUE 'N'.
012000     88  CRD-RESUMED                         VALUE 'Y'.
012100 77  CRD-WRITE-PLAN-SW           PIC X(01) VALUE 'N'.
012200     88  CRD-WRITE-PLAN                      VALUE 'Y'.
012300 77  CRD-CTL-PLAN-SW             PIC X(01) VALUE 'N'.
012400     88  CRD-PLAN-FROM-CTL                   VALUE 'Y'.
012500 77  CRD-GONE-SW                 PIC X(01) VALUE 'N'.
012600     88  CRD-JOB-GONE                        VALUE 'Y'.
012700 77  CRD-SETTLED-SW              PIC X(01) VALUE 'N'.
012800     88  CRD-ALL-SETTLED                     VALUE 'Y'.
012900 77  CRD-CLEAR-REG-SW            PIC X(01) VALUE 'N'.
013000     88  CRD-CLEAR-REG                       VALUE 'Y'.
013100 77  CRD-FOUND-SW                PIC X(01) VALUE 'N'.
013200     88  CRD-FOUND                           VALUE 'Y'.
013300
013400*--- THE LOGICAL RUN: ITS STAMP (SHARED BY EVERY STREAM), THE
013500*--- RETRY COUNT HANDED TO EACH DRIVER, AND THE RUN STATE THE
013600*--- '*STREAMS' REGISTRATION SHOWS.
013700 77  CRD-RUN-STAMP               PIC X(14) VALUE SPACES.
013800 77  CRD-RETRY                   PIC X(02) VALUE SPACES.
013900 77  CRD-RUN-STATE               PIC X(10) VALUE 'RUNNING'.
014000 77  CRD-RUN-SINCE               PIC X(14) VALUE SPACES.
014100 77  CRD-RUN-BY                  PIC X(10) VALUE SPACES.
014200 77  CRD-CMD-OUTCOME             PIC X(10) VALUE SPACES.
014300 77  CRD-CLG-LABEL               PIC X(10) VALUE SPACES.
014400 77  CRD-EVENT                   PIC X(10) VALUE SPACES.
014500 77  CRD-WANT                    PIC X(08) VALUE SPACES.
014600 77  CRD-KEY-STREAM              PIC X(10) VALUE SPACES.
014700 77  CRD-KEY-SUITE               PIC X(10) VALUE SPACES.
014800 77  CRD-NOPLAN-COUNT            PIC S9(07) BINARY VALUE ZERO.
014900 77  CRD-GONE-COUNT              PIC S9(04) BINARY VALUE ZERO.
015000 77  CRD-LIVE-COUNT              PIC S9(04) BINARY VALUE ZERO.
015100 77  CRD-ENDED-COUNT             PIC S9(04) BINARY VALUE ZERO.
015200 77  CRD-CANC-COUNT              PIC S9(04) BINARY VALUE ZERO.
015300 77  CRD-LOST-COUNT              PIC S9(04) BINARY VALUE ZERO.
015400
015500*--- A SUBMITTED STREAM THAT HAS NOT STARTED AFTER THIS MANY
015600*--- WAITS ON CC2CMDQ (A MINUTE EACH AT MOST) IS GIVEN UP AS
015700*--- DIED - ITS JOB NUMBER IS NOT KNOWN UNTIL IT STARTS, SO
015800*--- THERE IS NO JOB TO ASK ABOUT BEFORE THEN.
015900 77  CRD-START-LIMIT             PIC S9(04) BINARY VALUE 120.
016000
016100 01  CRD-TIMESTAMP.
016200     03  CRD-TS-DATE             PIC 9(08).
016300     03  CRD-TS-TIME             PIC 9(06).
016400
016500*--- THE CC2RUNREG ROW FOUND AT START, SAME SHAPE AS REGREC.
016600 01  CRD-OLD-REG.
016700     03  CRD-OLD-SUITE           PIC X(10).
016800     03  CRD-OLD-JOB             PIC X(10).
016900     03  CRD-OLD-USER            PIC X(10).
017000     03  CRD-OLD-JOBNBR          PIC X(06).
017100     03  CRD-OLD-STAMP           PIC X(14).
017200     03  CRD-OLD-STATE           PIC X(10).
017300     03  CRD-OLD-SINCE           PIC X(14).
017400     03  CRD-OLD-BY              PIC X(10).
017500
017600*--- THE STREAMS OF THE RUN AND WHAT CC2STRUN LAST SAID OF
017700*--- EACH. CRD-SM-TOLD IS THE LAST COMMAND PASSED ON TO THE
017800*--- STREAM'S CURRENT JOB (CRD-SM-TOLD-NBR), SO EACH COMMAND
017900*--- GOES TO EACH JOB ONCE.
018000 77  CRD-SM-MAX                  PIC S9(04) BINARY VALUE 50.
018100 01  CRD-SM-COUNT                PIC S9(04) BINARY VALUE ZERO.
018200 01  CRD-SM-TABLE.
018300     03  CRD-SM-ENTRY OCCURS 1 TO 50 TIMES
018400             DEPENDING ON CRD-SM-COUNT
018500             INDEXED BY CRD-SM-IDX.
018600         05  CRD-SM-STREAM       PIC X(10).
018700         05  CRD-SM-STATE        PIC X(10).
018800             88  CRD-SM-LIVE                 VALUE 'SUBMITTED'
018900                                                   'STARTED'
019000                                                   'PAUSED'
019100                                                   'RUNNING'.
019200             88  CRD-SM-STARTED              VALUE 'STARTED'
019300                                                   'PAUSED'
019400                                                   'RUNNING'.
019500         05  CRD-SM-JOB          PIC X(10).
019600         05  CRD-SM-USER         PIC X(10).
019700         05  CRD-SM-NBR          PIC X(06).
019800         05  CRD-SM-TOLD         PIC X(08).
019900         05  CRD-SM-TOLD-NBR     PIC X(06).
020000         05  CRD-SM-GONE-ON      PIC X(10).
020100         05  CRD-SM-WAITS        PIC S9(04) BINARY.
020200         05  CRD-SM-TOTAL        PIC S9(07) BINARY.
020300         05  CRD-SM-PASS         PIC S9(07) BINARY.
020400         05  CRD-SM-FAIL         PIC S9(07) BINARY.
020500         05  CRD-SM-WVRD         PIC S9(07) BINARY.
020600         05  CRD-SM-FLAKY        PIC S9(07) BINARY.
020700         05  CRD-SM-HARD         PIC S9(07) BINARY.
020800         05  CRD-SM-ELAPSED      PIC S9(09) BINARY.
020900
021000*--- THE PLANNED SUITES, THEIR STREAM, AND THE SUBTOTALS SUMMED
021100*--- FROM EVERY SUITE ROW THE STREAMS LOGGED UNDER THE RUN
021200*--- STAMP (A RESUMED STREAM LOGS ONLY WHAT IT RAN ITSELF).
021300 77  CRD-SU-MAX                  PIC S9(04) BINARY VALUE 50.
021400 01  CRD-SU-COUNT                PIC S9(04) BINARY VALUE ZERO.
021500 01  CRD-SU-TABLE.
021600     03  CRD-SU-ENTRY OCCURS 1 TO 50 TIMES
021700             DEPENDING ON CRD-SU-COUNT
021800             INDEXED BY CRD-SU-IDX.
021900         05  CRD-SU-SUITE        PIC X(10).
022000         05  CRD-SU-STREAM       PIC X(10).
022100         05  CRD-SU-ROWS         PIC S9(04) BINARY.
022200         05  CRD-SU-TOTAL        PIC S9(07) BINARY.
022300         05  CRD-SU-PASS         PIC S9(07) BINARY.
022400         05  CRD-SU-FAIL         PIC S9(07) BINARY.
022500         05  CRD-SU-WVRD         PIC S9(07) BINARY.
022600
022700*--- COMBINED TOTALS, FROM EACH STREAM'S LATEST ROW.
022800 77  CRD-TOTAL                   PIC S9(07) BINARY VALUE ZERO.
022900 77  CRD-PASS                    PIC S9(07) BINARY VALUE ZERO.
023000 77  CRD-FAIL                    PIC S9(07) BINARY VALUE ZERO.
023100 77  CRD-WVRD                    PIC S9(07) BINARY VALUE ZERO.
023200 77  CRD-FLAKY                   PIC S9(07) BINARY VALUE ZERO.
023300 77  CRD-HARD                    PIC S9(07) BINARY VALUE ZERO.
023400 77  CRD-LONGEST                 PIC S9(09) BINARY VALUE ZERO.
023500
023600*--- QUSRJOBI CALL AREAS (FORMAT JOBI0100) - OUR OWN JOB FOR
023700*--- THE REGISTRATION AND THE COMMAND KEY, AND A SEPARATE PROBE
023800*--- SET FOR ASKING AFTER A STREAM'S JOB. A PROBED JOB IS GONE
023900*--- WHEN THE API ERRORS (NOT FOUND) OR SAYS *OUTQ (ENDED, ONLY
024000*--- ITS SPOOLED OUTPUT LEFT).
024100 77  CRD-JOBI-LENGTH             PIC S9(09) BINARY VALUE 86.
024200 77  CRD-JOBI-FORMAT             PIC X(08) VALUE 'JOBI0100'.
024300 77  CRD-JOBI-JOBNAME            PIC X(26) VALUE '*'.
024400 77  CRD-JOBI-INTID              PIC X(16) VALUE SPACES.
024500 01  CRD-JOBI-RECEIVER.
024600     03  CRD-JOBI-BYTES-RET      PIC S9(09) BINARY.
024700     03  CRD-JOBI-BYTES-AVL      PIC S9(09) BINARY.
024800     03  CRD-JOBI-JOB            PIC X(10).
024900     03  CRD-JOBI-USER           PIC X(10).
025000     03  CRD-JOBI-NUMBER         PIC X(06).
025100     03  FILLER                  PIC X(52).
025200 01  CRD-JOBI-ERROR.
025300     03  CRD-JOBI-ERR-PROVIDED   PIC S9(9) BINARY VALUE 116.
025400     03  CRD-JOBI-ERR-AVAIL      PIC S9(9) BINARY VALUE ZERO.
025500     03  CRD-JOBI-ERR-ID         PIC X(07).
025600     03  FILLER                  PIC X(01).
025700     03  CRD-JOBI-ERR-DATA       PIC X(100).
025800 01  CRD-PRB-QUALJOB.
025900     03  CRD-PRB-JOB             PIC X(10).
026000     03  CRD-PRB-USER            PIC X(10).
026100     03  CRD-PRB-NBR             PIC X(06).
026200 01  CRD-PRB-RECEIVER.
026300     03  CRD-PRB-BYTES-RET       PIC S9(09) BINARY.
026400     03  CRD-PRB-BYTES-AVL       PIC S9(09) BINARY.
026500     03  CRD-PRB-RJOB            PIC X(10).
026600     03  CRD-PRB-RUSER           PIC X(10).
026700     03  CRD-PRB-RNBR            PIC X(06).
026800     03  CRD-PRB-INTID           PIC X(16).
026900     03  CRD-PRB-STATUS          PIC X(10).
027000     03  CRD-PRB-TYPE            PIC X(01).
027100     03  CRD-PRB-SUBTYPE         PIC X(01).
027200     03  FILLER                  PIC X(24).
027300 01  CRD-PRB-ERROR.
027400     03  CRD-PRB-ERR-PROVIDED    PIC S9(9) BINARY VALUE 116.
027500     03  CRD-PRB-ERR-AVAIL       PIC S9(9) BINARY VALUE ZERO.
027600     03  CRD-PRB-ERR-ID          PIC X(07).
027700     03  FILLER                  PIC X(01).
027800     03  CRD-PRB-ERR-DATA        PIC X(100).
027900
028000*--- QCAPCMD CALL AREAS FOR THE STREAM SUBMISSIONS (SBMJOB).
028100*--- THE ERROR CODE PARAMETER BRINGS A FAILED COMMAND BACK AS
028200*--- DATA INSTEAD OF AN ESCAPE MESSAGE.
028300 77  CRD-CAP-CMD                 PIC X(200) VALUE SPACES.
028400 77  CRD-CAP-CMD-LEN             PIC S9(09) BINARY VALUE 200.
028500 77  CRD-CAP-OPT-LEN             PIC S9(09) BINARY VALUE 20.
028600 77  CRD-CAP-OPT-FORMAT          PIC X(08) VALUE 'CPOP0100'.
028700 77  CRD-CAP-CHANGED             PIC X(200) VALUE SPACES.
028800 77  CRD-CAP-CHG-AVAIL           PIC S9(09) BINARY VALUE 200.
028900 77  CRD-CAP-CHG-LEN             PIC S9(09) BINARY VALUE ZERO.
029000 01  CRD-CAP-OPTIONS.
029100     03  CRD-CAP-TYPE            PIC S9(09) BINARY VALUE ZERO.
029200     03  CRD-CAP-DBCS            PIC X(01) VALUE '0'.
029300     03  CRD-CAP-PROMPT          PIC X(01) VALUE '0'.
029400     03  CRD-CAP-SYNTAX          PIC X(01) VALUE '0'.
029500     03  CRD-CAP-MSGKEY          PIC X(04) VALUE SPACES.
029600     03  CRD-CAP-CCSID           PIC S9(09) BINARY VALUE ZERO.
029700     03  FILLER                  PIC X(05) VALUE LOW-VALUES.
029800 01  CRD-CAP-ERROR.
029900     03  CRD-CAP-ERR-PROVIDED    PIC S9(9) BINARY VALUE 116.
030000     03  CRD-CAP-ERR-AVAIL       PIC S9(9) BINARY VALUE ZERO.
030100     03  CRD-CAP-ERR-ID          PIC X(07).
030200     03  FILLER                  PIC X(01).
030300     03  CRD-CAP-ERR-DATA        PIC X(100).
030400
030500*--- OPERATOR COMMAND CHANNEL. THIS JOB WAITS ON CC2CMDQ A
030600*--- MINUTE AT A TIME FOR ENTRIES KEYED WITH ITS OWN JOB NUMBER
030700*--- (A ZERO RECEIVED LENGTH IS THE TIMEOUT) AND PASSES EACH
030800*--- APPLIED COMMAND ON UNDER EACH STREAM JOB'S NUMBER. THE SEND
030810*--- IS THE GUARDED QSNDDTAQ CALL CC2STSDSP USES; THE RECEIVE
030820*--- PASSES AN ERROR CODE TOO, SO A MISSING OR UNAUTHORIZED
030830*--- CC2CMDQ COMES BACK AS NO COMMAND. THE CONSOLE IS TOLD ONCE
030840*--- AND THE WAIT IS THEN A DLYJOB OF THE SAME MINUTE.
031000 77  CRD-CMDQ-NAME               PIC X(10) VALUE 'CC2CMDQ'.
031100 77  CRD-CMDQ-LIB                PIC X(10) VALUE '*LIBL'.
031200 77  CRD-CMDQ-LEN                PIC S9(05) PACKED-DECIMAL.
031300 77  CRD-CMDQ-WAIT               PIC S9(05) PACKED-DECIMAL
031400                                 VALUE 60.
031500 77  CRD-CMDQ-ORDER              PIC X(02) VALUE 'EQ'.
031600 77  CRD-CMDQ-KEYLEN             PIC S9(03) PACKED-DECIMAL
031700                                 VALUE 6.
031800 77  CRD-CMDQ-KEY                PIC X(06) VALUE SPACES.
031900 77  CRD-CMDQ-SNDLEN             PIC S9(03) PACKED-DECIMAL
032000                                 VALUE ZERO.
032100 77  CRD-CMDQ-SENDER             PIC X(01) VALUE SPACE.
032110 77  CRD-CMDQ-REMOVE             PIC X(10) VALUE '*YES'.
032120 77  CRD-CMDQ-RCVSIZE            PIC S9(05) PACKED-DECIMAL.
032130 77  CRD-CMDQ-DOWN-SW            PIC X(01) VALUE 'N'.
032140     88  CRD-CMDQ-DOWN                       VALUE 'Y'.
032200 01  CRD-CMDQ-ERROR.
032300     03  CRD-CMDQ-ERR-PROVIDED   PIC S9(9) BINARY VALUE 116.
032400     03  CRD-CMDQ-ERR-AVAIL      PIC S9(9) BINARY VALUE ZERO.
032500     03  CRD-CMDQ-ERR-ID         PIC X(07).
032600     03  FILLER                  PIC X(01).
032700     03  CRD-CMDQ-ERR-DATA       PIC X(100).
032800
032900     COPY "cmdrec".
033000
033100 01  CRD-HEADING-1.
033200     05  FILLER                  PIC X(20)
033300             VALUE 'CC2STRCRD '.
033400     05  FILLER                  PIC X(40)
033500             VALUE 'MULTI-STREAM REGRESSION SUMMARY'.
033600
033700 01  CRD-RUN-LINE.
033800     05  FILLER                  PIC X(05)  VALUE 'RUN: '.
033900     05  CRD-RL-STAMP            PIC X(14).
034000     05  FILLER                  PIC X(02)  VALUE SPACES.
034100     05  CRD-RL-KIND             PIC X(30).
034200
034300 01  CRD-REFUSED-LINE.
034400     05  FILLER                  PIC X(26)
034500             VALUE '** RUN REFUSED - SUITE '''.
034600     05  CRD-RF-SUITE            PIC X(10).
034700     05  FILLER                  PIC X(22)
034800             VALUE ''' ALREADY IN FLIGHT **'.
034900
035000 01  CRD-NOPLAN-LINE.
035100     05  FILLER                  PIC X(36)
035200             VALUE 'ACTIVE CC2CTL ROWS IN NO STREAM:'.
035300     05  CRD-NP-COUNT            PIC ZZZ,ZZ9.
035400     05  FILLER                  PIC X(10)  VALUE ' (NOT RUN)'.
035500
035600 01  CRD-COMMAND-LINE.
035700     05  FILLER                  PIC X(07)  VALUE '** RUN '.
035800     05  CRD-CL-STATE            PIC X(10).
035900     05  FILLER                  PIC X(04)  VALUE ' BY '.
036000     05  CRD-CL-USER             PIC X(10).
036100     05  FILLER                  PIC X(04)  VALUE ' AT '.
036200     05  CRD-CL-STAMP            PIC X(14).
036300     05  FILLER                  PIC X(03)  VALUE ' **'.
036400
036500 01  CRD-STREAM-SECTION-LINE.
036600     05  FILLER                  PIC X(30)
036700             VALUE '** STREAMS **'.
036800
036900 01  CRD-STREAM-HEADING.
037000     05  FILLER                  PIC X(12)  VALUE 'STREAM'.
037100     05  FILLER                  PIC X(11)  VALUE 'STATE'.
037200     05  FILLER                  PIC X(08)  VALUE 'JOB NBR'.
037300     05  FILLER                  PIC X(08)  VALUE ' TOTAL'.
037400     05  FILLER                  PIC X(08)  VALUE 'PASSED'.
037500     05  FILLER                  PIC X(08)  VALUE 'FAILED'.
037600     05  FILLER                  PIC X(08)  VALUE 'WAIVED'.
037700     05  FILLER                  PIC X(08)  VALUE '     SEC'.
037800
037900 01  CRD-STREAM-DETAIL.
038000     05  CRD-SD-STREAM           PIC X(10).
038100     05  FILLER                  PIC X(02)  VALUE SPACES.
038200     05  CRD-SD-STATE            PIC X(10).
038300     05  FILLER                  PIC X(01)  VALUE SPACES.
038400     05  CRD-SD-NBR              PIC X(06).
038500     05  FILLER                  PIC X(02)  VALUE SPACES.
038600     05  CRD-SD-TOTAL            PIC ZZ,ZZ9.
038700     05  FILLER                  PIC X(02)  VALUE SPACES.
038800     05  CRD-SD-PASS             PIC ZZ,ZZ9.
038900     05  FILLER                  PIC X(02)  VALUE SPACES.
039000     05  CRD-SD-FAIL             PIC ZZ,ZZ9.
039100     05  FILLER                  PIC X(02)  VALUE SPACES.
039200     05  CRD-SD-WVRD             PIC ZZ,ZZ9.
039300     05  FILLER                  PIC X(01)  VALUE SPACES.
039400     05  CRD-SD-ELAPSED          PIC ZZ,ZZ9.99.
039500
039600 01  CRD-SUITE-SECTION-LINE.
039700     05  FILLER                  PIC X(30)
039800             VALUE '** SUITE SUBTOTALS **'.
039900
040000 01  CRD-SUITE-HEADING.
040100     05  FILLER                  PIC X(12)  VALUE 'SUITE'.
040200     05  FILLER                  PIC X(12)  VALUE 'STREAM'.
040300     05  FILLER                  PIC X(10)  VALUE 'TOTAL'.
040400     05  FILLER                  PIC X(10)  VALUE 'PASSED'.
040500     05  FILLER                  PIC X(10)  VALUE 'FAILED'.
040600     05  FILLER                  PIC X(08)  VALUE 'WAIVED'.
040700
040800 01  CRD-SUITE-DETAIL.
040900     05  CRD-UD-SUITE            PIC X(10).
041000     05  FILLER                  PIC X(02)  VALUE SPACES.
041100     05  CRD-UD-STREAM           PIC X(10).
041200     05  FILLER                  PIC X(02)  VALUE SPACES.
041300     05  CRD-UD-TOTAL            PIC ZZ,ZZ9.
041400     05  FILLER                  PIC X(04)  VALUE SPACES.
041500     05  CRD-UD-PASS             PIC ZZ,ZZ9.
041600     05  FILLER                  PIC X(04)  VALUE SPACES.
041700     05  CRD-UD-FAIL             PIC ZZ,ZZ9.
041800     05  FILLER                  PIC X(04)  VALUE SPACES.
041900     05  CRD-UD-WVRD             PIC ZZ,ZZ9.
042000     05  FILLER                  PIC X(02)  VALUE SPACES.
042100     05  CRD-UD-NOTE             PIC X(08).
042200
042300 01  CRD-SUMMARY-LINE-1.
042400     05  FILLER             PIC X(17) VALUE 'TOTAL SCENARIOS:'.
042500     05  CRD-S-TOTAL        PIC ZZZ,ZZ9.
042600
042700 01  CRD-SUMMARY-LINE-2.
042800     05  FILLER                  PIC X(20)  VALUE 'PASSED:'.
042900     05  CRD-S-PASS              PIC ZZZ,ZZ9.
043000
043100 01  CRD-SUMMARY-LINE-3.
043200     05  FILLER                  PIC X(20)  VALUE 'FAILED:'.
043300     05  CRD-S-FAIL              PIC ZZZ,ZZ9.
043400
043500 01  CRD-SUMMARY-LINE-4.
043600     05  FILLER             PIC X(20) VALUE 'WAIVED (KNOWN):'.
043700     05  CRD-S-WAIVED       PIC ZZZ,ZZ9.
043800
043900 01  CRD-SUMMARY-LINE-5.
044000     05  FILLER             PIC X(20) VALUE 'FLAKY (RETRY OK):'.
044100     05  CRD-S-FLAKY        PIC ZZZ,ZZ9.
044200
044300 01  CRD-SUMMARY-LINE-6.
044400     05  FILLER             PIC X(20) VALUE 'HARD FAILURES:'.
044500     05  CRD-S-HARD         PIC ZZZ,ZZ9.
044600
044700 01  CRD-SUMMARY-LINE-7.
044800     05  FILLER             PIC X(20) VALUE 'LONGEST STREAM SEC:'.
044900     05  CRD-S-LONGEST      PIC ZZZ,ZZ9.99.
045000
045100 01  CRD-SUMMARY-LINE-8.
045200     05  FILLER             PIC X(20) VALUE 'STREAMS ENDED:'.
045300     05  CRD-S-ENDED        PIC ZZZ9.
045400     05  FILLER             PIC X(04) VALUE ' OF '.
045500     05  CRD-S-STREAMS      PIC ZZZ9.
045600
045700 01  CRD-VERDICT-LINE.
045800     05  CRD-V-TEXT              PIC X(60).
045810
045820*--- CONFIGURATION SNAPSHOT OF THE RUN STAMP (COPYBOOK SNPPARM).
045830     COPY "snpparm".
045840
045850 01  CRD-SNAPSHOT-LINE.
045860     05  FILLER                  PIC X(17)
045870             VALUE 'CONFIG SNAPSHOT: '.
045880     05  CRD-SN-RESULT           PIC X(08).
045900
046000 LINKAGE SECTION.
046100*--- RUN PARAMETER: THE RETRY COUNT EVERY STREAM'S DRIVER USES
046200*--- FOR ITS FAILED-SCENARIO RERUN PASS.
046300 01  CRD-RETRY-PARM              PIC X(02).
046400
046500 PROCEDURE DIVISION USING CRD-RETRY-PARM.
046600
046700 0000-MAINLINE.
046800     PERFORM 1000-INITIALIZE
046900     IF NOT CRD-REFUSED
047000         PERFORM 2000-SUBMIT-STREAMS
047100         PERFORM 3000-WATCH-STREAMS
047200             UNTIL CRD-ALL-SETTLED
047300         PERFORM 4000-PRINT-SUMMARY
047400     END-IF
047500     PERFORM 8000-FINISH
047600     GO TO 9999-EXIT.
047700
047800*----------------------------------------------------------------
047900* 1000-INITIALIZE - OPEN THE REPORT, TAKE THE RUN PARAMETER,
048000* REGISTER THE RUN AND BUILD (OR, ON A RESUME, RELOAD) THE PLAN.
048100*----------------------------------------------------------------
048200 1000-INITIALIZE.
048300     OPEN OUTPUT REPORT-FILE
048400     MOVE CRD-HEADING-1 TO REPORT-LINE
048500     WRITE REPORT-LINE
048600     IF NUMBER-OF-CALL-PARAMETERS > 0
048700         AND CRD-RETRY-PARM IS NUMERIC
048800         MOVE CRD-RETRY-PARM TO CRD-RETRY
048900     END-IF
049000     ACCEPT CRD-TS-DATE FROM DATE YYYYMMDD
049100     ACCEPT CRD-TS-TIME FROM TIME
049200     MOVE CRD-TIMESTAMP TO CRD-RUN-STAMP
049300     PERFORM 1100-GET-JOB-IDENTITY
049400     PERFORM 1200-REGISTER-RUN
049500     IF NOT CRD-REFUSED
049600         PERFORM 1300-BUILD-PLAN
049700         MOVE CRD-RUN-STAMP TO CRD-RL-STAMP
049800         IF CRD-RESUMED
049900             MOVE 'RESUMED' TO CRD-RL-KIND
050000         ELSE
050100             MOVE 'NEW RUN' TO CRD-RL-KIND
050200         END-IF
050300         MOVE CRD-RUN-LINE TO REPORT-LINE
050400         WRITE REPORT-LINE
050500     END-IF.
050600
050700*----------------------------------------------------------------
050800* 1100-GET-JOB-IDENTITY - ASK QUSRJOBI WHICH JOB IS COORDINATING,
050900* FOR THE REGISTRATION AND THE COMMAND QUEUE KEY.
051000*----------------------------------------------------------------
051100 1100-GET-JOB-IDENTITY.
051200     MOVE SPACES TO CRD-JOBI-RECEIVER
051300     MOVE ZERO TO CRD-JOBI-ERR-AVAIL
051400     CALL 'QUSRJOBI' USING CRD-JOBI-RECEIVER, CRD-JOBI-LENGTH,
051500         CRD-JOBI-FORMAT, CRD-JOBI-JOBNAME, CRD-JOBI-INTID,
051600         CRD-JOBI-ERROR
051700     IF CRD-JOBI-JOB = SPACES
051800         MOVE '*UNKNOWN' TO CRD-JOBI-JOB
051900     END-IF.
052000
052100*----------------------------------------------------------------
052200* 1200-REGISTER-RUN - TAKE THE SHARED ACTIVE-RUN LOCK (THE FIRST
052300* CC2RUNREG MEMBER) AS SUITE '*STREAMS'. A '*STREAMS' ROW LEFT
052400* CANCELLED OR INCOMPLETE, OR WHOSE COORDINATOR JOB IS GONE, IS
052500* THE SAME RUN WAITING TO BE FINISHED: IT IS RESUMED UNDER ITS
052600* RUN STAMP. ANY OTHER RUN IN FLIGHT REFUSES THIS START WITH
052700* RETURN CODE 12, AS DOES AN ORDINARY RUN LEFT CANCELLED (IT IS
052800* CBLTSTDRV'S TO RESUME). A PLAIN ROW WHOSE JOB IS GONE IS A
052900* STALE LOCK AND IS RECLAIMED WITH A CONSOLE NOTE.
053000*----------------------------------------------------------------
053100 1200-REGISTER-RUN.
053200     OPEN INPUT REGISTER-FILE
053300     IF CRD-REG-STATUS = '00'
053400         READ REGISTER-FILE
053500             AT END
053600                 CONTINUE
053700             NOT AT END
053800                 MOVE REG-RECORD TO CRD-OLD-REG
053900                 SET CRD-REG-FOUND TO TRUE
054000         END-READ
054100         CLOSE REGISTER-FILE
054200     ELSE
054300         IF CRD-REG-STATUS = '05'
054400             CLOSE REGISTER-FILE
054500         END-IF
054600     END-IF
054700     IF CRD-REG-FOUND
054800         EVALUATE TRUE
054900             WHEN CRD-OLD-SUITE = '*STREAMS'
055000                 AND (CRD-OLD-STATE = 'CANCELLED'
055100                 OR CRD-OLD-STATE = 'INCOMPLETE')
055200                 PERFORM 1210-RESUME-RUN
055300             WHEN CRD-OLD-SUITE = '*STREAMS'
055400                 PERFORM 1250-PROBE-OLD-JOB
055500                 IF CRD-JOB-GONE
055600                     PERFORM 1210-RESUME-RUN
055700                 ELSE
055800                     SET CRD-REFUSED TO TRUE
055900                 END-IF
056000             WHEN CRD-OLD-STATE = 'CANCELLED'
056100                 SET CRD-REFUSED TO TRUE
056200             WHEN OTHER
056300                 PERFORM 1250-PROBE-OLD-JOB
056400                 IF CRD-JOB-GONE
056500                     DISPLAY 'CC2STRCRD: STALE RUN LOCK FROM JOB '
056600                         CRD-OLD-JOBNBR '/' CRD-OLD-USER '/'
056700                         CRD-OLD-JOB ' RECLAIMED' UPON CONSOLE
056800                 ELSE
056900                     SET CRD-REFUSED TO TRUE
057000                 END-IF
057100         END-EVALUATE
057200     END-IF
057300     IF CRD-REFUSED
057400         MOVE CRD-OLD-SUITE TO CRD-RF-SUITE
057500         MOVE CRD-REFUSED-LINE TO REPORT-LINE
057600         WRITE REPORT-LINE
057700         DISPLAY 'CC2STRCRD: RUN ALREADY IN FLIGHT (SUITE '
057800             CRD-OLD-SUITE ', STATE ' CRD-OLD-STATE ', JOB '
057900             CRD-OLD-JOBNBR '/' CRD-OLD-USER '/' CRD-OLD-JOB
058000             '), THIS START REFUSED' UPON CONSOLE
058100         MOVE 12 TO RETURN-CODE
058200     ELSE
058300         PERFORM 1260-WRITE-REGISTRATION
058400     END-IF.
058500
058600*--- CARRY ON THE MULTI-STREAM RUN THE '*STREAMS' ROW NAMES.
058700 1210-RESUME-RUN.
058800     SET CRD-RESUMED TO TRUE
058900     MOVE CRD-OLD-STAMP TO CRD-RUN-STAMP
059000     MOVE CRD-TIMESTAMP TO CRD-RUN-SINCE
059100     MOVE CRD-JOBI-USER TO CRD-RUN-BY
059200     DISPLAY 'CC2STRCRD: MULTI-STREAM RUN ' CRD-RUN-STAMP
059300         ' (' CRD-OLD-STATE ') RESUMED' UPON CONSOLE.
059400
059500 1250-PROBE-OLD-JOB.
059600     MOVE CRD-OLD-JOB    TO CRD-PRB-JOB
059700     MOVE CRD-OLD-USER   TO CRD-PRB-USER
059800     MOVE CRD-OLD-JOBNBR TO CRD-PRB-NBR
059900     PERFORM 3250-PROBE-JOB.
060000
060100*--- WRITE (OR REWRITE) THE '*STREAMS' ROW AS THE RUN STANDS.
060200*--- THE RUN STAMP RIDES IN REG-STAMP SO A RESUME FINDS IT.
060300 1260-WRITE-REGISTRATION.
060400     OPEN OUTPUT REGISTER-FILE
060500     IF CRD-REG-STATUS = '00'
060600         MOVE '*STREAMS'       TO REG-SUITE
060700         MOVE CRD-JOBI-JOB     TO REG-JOB
060800         MOVE CRD-JOBI-USER    TO REG-USER
060900         MOVE CRD-JOBI-NUMBER  TO REG-JOBNBR
061000         MOVE CRD-RUN-STAMP    TO REG-STAMP
061100         MOVE CRD-RUN-STATE    TO REG-STATE
061200         MOVE CRD-RUN-SINCE    TO REG-SINCE
061300         MOVE CRD-RUN-BY       TO REG-BY
061400         WRITE REG-RECORD
061500         CLOSE REGISTER-FILE
061600         SET CRD-REGISTERED TO TRUE
061700     ELSE
061800         IF NOT CRD-REGISTERED
061900             DISPLAY 'CC2STRCRD: RUN REGISTRATION UNAVAILABLE, '
062000                 'STATUS ' CRD-REG-STATUS ', RUNNING UNLOCKED'
062100                 UPON CONSOLE
062200         END-IF
062300     END-IF.
062400
062500*----------------------------------------------------------------
062600* 1300-BUILD-PLAN - A RESUMED RUN TAKES BACK THE PLAN IT WROTE
062700* TO CC2STRUN, SO A CHANGE TO CC2STRM OR CC2CTL CANNOT MOVE A
062800* SUITE BETWEEN STREAMS MID-RUN. A NEW RUN TAKES CC2STRM, OR
062900* ONE STREAM PER ACTIVE CC2CTL SUITE WHEN CC2STRM IS EMPTY, AND
063000* COUNTS THE ACTIVE CONTROL ROWS NO STREAM WILL RUN.
063100*----------------------------------------------------------------
063200 1300-BUILD-PLAN.
063300     IF CRD-RESUMED
063400         PERFORM 1310-LOAD-PLANNED-ROWS
063500     END-IF
063600     IF CRD-SM-COUNT = ZERO
063700         SET CRD-WRITE-PLAN TO TRUE
063800         PERFORM 1320-LOAD-STREAM-PLAN
063900         IF CRD-SM-COUNT = ZERO
064000             SET CRD-PLAN-FROM-CTL TO TRUE
064100         END-IF
064200         PERFORM 1330-SCAN-CONTROL-FILE
064300     END-IF.
064400
064500 1310-LOAD-PLANNED-ROWS.
064600     MOVE 'N' TO CRD-EOF-SW
064700     OPEN INPUT STREAM-FILE
064800     IF CRD-STR-STATUS = '00'
064900         PERFORM 1315-READ-PLANNED-ROW
065000             UNTIL CRD-EOF
065100         CLOSE STREAM-FILE
065200     ELSE
065300         IF CRD-STR-STATUS = '05'
065400             CLOSE STREAM-FILE
065500         END-IF
065600     END-IF
065700     MOVE 'N' TO CRD-EOF-SW.
065800
065900 1315-READ-PLANNED-ROW.
066000     READ STREAM-FILE
066100         AT END
066200             SET CRD-EOF TO TRUE
066300         NOT AT END
066400             IF STR-RUNSTAMP = CRD-RUN-STAMP AND STR-PLANNED
066500                 MOVE STR-STREAM TO CRD-KEY-STREAM
066600                 MOVE STR-SUITE  TO CRD-KEY-SUITE
066700                 PERFORM 1400-ADD-PLAN-ENTRY
066800             END-IF
066900     END-READ.
067000
067100 1320-LOAD-STREAM-PLAN.
067200     MOVE 'N' TO CRD-EOF-SW
067300     OPEN INPUT PLAN-FILE
067400     IF CRD-STM-STATUS = '00'
067500         PERFORM 1325-READ-PLAN-ROW
067600             UNTIL CRD-EOF
067700         CLOSE PLAN-FILE
067800     ELSE
067900         IF CRD-STM-STATUS = '05'
068000             CLOSE PLAN-FILE
068100         END-IF
068200     END-IF
068300     MOVE 'N' TO CRD-EOF-SW.
068400
068500*--- A PLAN ROW WITH NO STREAM ID RUNS ITS SUITE IN A STREAM OF
068600*--- THE SUITE'S OWN NAME.
068700 1325-READ-PLAN-ROW.
068800     READ PLAN-FILE
068900         AT END
069000             SET CRD-EOF TO TRUE
069100         NOT AT END
069200             IF STM-SUITE NOT = SPACES
069300                 MOVE STM-STREAM TO CRD-KEY-STREAM
069400                 IF STM-STREAM = SPACES
069500                     MOVE STM-SUITE TO CRD-KEY-STREAM
069600                 END-IF
069700                 MOVE STM-SUITE TO CRD-KEY-SUITE
069800                 PERFORM 1400-ADD-PLAN-ENTRY
069900             END-IF
070000     END-READ.
070100
070200 1330-SCAN-CONTROL-FILE.
070300     MOVE 'N' TO CRD-EOF-SW
070400     OPEN INPUT CTL-FILE
070500     IF CRD-CTL-STATUS = '00'
070600         PERFORM 1335-READ-CONTROL-ROW
070700             UNTIL CRD-EOF
070800         CLOSE CTL-FILE
070900     ELSE
071000         IF CRD-CTL-STATUS = '05'
071100             CLOSE CTL-FILE
071200         END-IF
071300     END-IF
071400     MOVE 'N' TO CRD-EOF-SW.
071500
071600*--- AN ACTIVE ROW WHOSE SUITE IS NOT PLANNED BECOMES A STREAM OF
071700*--- ITS OWN WHEN THE PLAN COMES FROM CC2CTL; UNDER A CC2STRM
071800*--- PLAN (OR WITH NO SUITE AT ALL) IT IS COUNTED AS NOT RUN.
071900 1335-READ-CONTROL-ROW.
072000     READ CTL-FILE
072100         AT END
072200             SET CRD-EOF TO TRUE
072300         NOT AT END
072400             IF NOT TC-INACTIVE
072500                 MOVE TC-SUITE TO CRD-KEY-SUITE
072600                 PERFORM 1410-FIND-SUITE
072700                 IF NOT CRD-FOUND
072800                     IF CRD-PLAN-FROM-CTL
072900                         AND TC-SUITE NOT = SPACES
073000                         MOVE TC-SUITE TO CRD-KEY-STREAM
073100                         PERFORM 1400-ADD-PLAN-ENTRY
073200                     ELSE
073300                         ADD 1 TO CRD-NOPLAN-COUNT
073400                     END-IF
073500                 END-IF
073600             END-IF
073700     END-READ.
073800
073900*----------------------------------------------------------------
074000* 1400-ADD-PLAN-ENTRY - PLACE SUITE CRD-KEY-SUITE IN STREAM
074100* CRD-KEY-STREAM. A SUITE ALREADY PLANNED KEEPS ITS FIRST
074200* STREAM - ONE SUITE NEVER RUNS IN TWO STREAMS AT ONCE.
074300*----------------------------------------------------------------
074400 1400-ADD-PLAN-ENTRY.
074500     PERFORM 1410-FIND-SUITE
074600     IF NOT CRD-FOUND
074700         IF CRD-SU-COUNT < CRD-SU-MAX
074800             ADD 1 TO CRD-SU-COUNT
074900             SET CRD-SU-IDX TO CRD-SU-COUNT
075000             MOVE CRD-KEY-SUITE  TO CRD-SU-SUITE (CRD-SU-IDX)
075100             MOVE CRD-KEY-STREAM TO CRD-SU-STREAM (CRD-SU-IDX)
075200             MOVE ZERO TO CRD-SU-ROWS (CRD-SU-IDX)
075300             MOVE ZERO TO CRD-SU-TOTAL (CRD-SU-IDX)
075400             MOVE ZERO TO CRD-SU-PASS (CRD-SU-IDX)
075500             MOVE ZERO TO CRD-SU-FAIL (CRD-SU-IDX)
075600             MOVE ZERO TO CRD-SU-WVRD (CRD-SU-IDX)
075700             PERFORM 1420-ADD-STREAM
075800         ELSE
075900             DISPLAY 'CC2STRCRD: SUITE TABLE FULL, SUITE '
076000                 'DROPPED: ' CRD-KEY-SUITE UPON CONSOLE
076100         END-IF
076200     END-IF.
076300
076400 1410-FIND-SUITE.
076500     MOVE 'N' TO CRD-FOUND-SW
076600     IF CRD-SU-COUNT > ZERO
076700         SET CRD-SU-IDX TO 1
076800         SEARCH CRD-SU-ENTRY
076900             AT END
077000                 CONTINUE
077100             WHEN CRD-SU-SUITE (CRD-SU-IDX) = CRD-KEY-SUITE
077200                 SET CRD-FOUND TO TRUE
077300         END-SEARCH
077400     END-IF.
077500
077600 1420-ADD-STREAM.
077700     PERFORM 1430-FIND-STREAM
077800     IF NOT CRD-FOUND
077900         IF CRD-SM-COUNT < CRD-SM-MAX
078000             ADD 1 TO CRD-SM-COUNT
078100             SET CRD-SM-IDX TO CRD-SM-COUNT
078200             MOVE CRD-KEY-STREAM TO CRD-SM-STREAM (CRD-SM-IDX)
078300             MOVE SPACES TO CRD-SM-STATE (CRD-SM-IDX)
078400             MOVE SPACES TO CRD-SM-JOB (CRD-SM-IDX)
078500             MOVE SPACES TO CRD-SM-USER (CRD-SM-IDX)
078600             MOVE SPACES TO CRD-SM-NBR (CRD-SM-IDX)
078700             MOVE SPACES TO CRD-SM-TOLD (CRD-SM-IDX)
078800             MOVE SPACES TO CRD-SM-TOLD-NBR (CRD-SM-IDX)
078900             MOVE SPACES TO CRD-SM-GONE-ON (CRD-SM-IDX)
079000             MOVE ZERO TO CRD-SM-WAITS (CRD-SM-IDX)
079100             MOVE ZERO TO CRD-SM-TOTAL (CRD-SM-IDX)
079200             MOVE ZERO TO CRD-SM-PASS (CRD-SM-IDX)
079300             MOVE ZERO TO CRD-SM-FAIL (CRD-SM-IDX)
079400             MOVE ZERO TO CRD-SM-WVRD (CRD-SM-IDX)
079500             MOVE ZERO TO CRD-SM-FLAKY (CRD-SM-IDX)
079600             MOVE ZERO TO CRD-SM-HARD (CRD-SM-IDX)
079700             MOVE ZERO TO CRD-SM-ELAPSED (CRD-SM-IDX)
079800         ELSE
079900             DISPLAY 'CC2STRCRD: STREAM TABLE FULL, STREAM '
080000                 'DROPPED: ' CRD-KEY-STREAM UPON CONSOLE
080100         END-IF
080200     END-IF.
080300
080400*--- LOOK UP THE STREAM NAMED IN CRD-KEY-STREAM.
080500 1430-FIND-STREAM.
080600     MOVE 'N' TO CRD-FOUND-SW
080700     IF CRD-SM-COUNT > ZERO
080800         SET CRD-SM-IDX TO 1
080900         SEARCH CRD-SM-ENTRY
081000             AT END
081100                 CONTINUE
081200             WHEN CRD-SM-STREAM (CRD-SM-IDX) = CRD-KEY-STREAM
081300                 SET CRD-FOUND TO TRUE
081400         END-SEARCH
081500     END-IF.
081600
081700*----------------------------------------------------------------
081800* 2000-SUBMIT-STREAMS - A NEW PLAN IS LOGGED AS PLANNED ROWS
081900* FIRST, SO EVERY STREAM FINDS ITS SUITES THERE. THEN EACH
082000* STREAM IS SUBMITTED - ON A RESUME, ONLY THOSE THAT HAVE NOT
082100* ENDED AND WHOSE JOB IS NOT STILL RUNNING.
082200*----------------------------------------------------------------
082300 2000-SUBMIT-STREAMS.
082310     PERFORM 2050-FREEZE-CONFIGURATION
082400     IF CRD-WRITE-PLAN
082500         PERFORM 2100-WRITE-PLANNED-ROWS
082600     END-IF
082700     PERFORM 3100-REFRESH-STREAMS
082800     PERFORM 2200-START-STREAM
082900         VARYING CRD-SM-IDX FROM 1 BY 1
083000         UNTIL CRD-SM-IDX > CRD-SM-COUNT.
083100
083105*--- FREEZE THE CONFIGURATION UNDER THE RUN STAMP BEFORE ANY
083110*--- STREAM STARTS, SO THE STREAMS ALL FIND AND REUSE ONE
083115*--- SNAPSHOT INSTEAD OF RACING TO TAKE IT. ON A RESUME THE
083120*--- SNAPSHOT IS ALREADY THERE AND IS KEPT.
083125 2050-FREEZE-CONFIGURATION.
083130     MOVE 'TAKE' TO SNPP-FUNCTION
083135     MOVE CRD-RUN-STAMP TO SNPP-RUNSTAMP
083140     MOVE SPACES TO SNPP-OTHER-STAMP
083145     CALL 'CC2CFGSNP' USING SNPP-FUNCTION, SNPP-RUNSTAMP,
083150         SNPP-OTHER-STAMP, SNPP-RESULT, SNPP-DIFF-COUNT,
083155         SNPP-TYPE-COUNT, SNPP-TYPE-LIST
083160     MOVE SNPP-RESULT TO CRD-SN-RESULT
083165     MOVE CRD-SNAPSHOT-LINE TO REPORT-LINE
083170     WRITE REPORT-LINE.
083175
083200 2100-WRITE-PLANNED-ROWS.
083300     OPEN EXTEND STREAM-FILE
083400     IF CRD-STR-STATUS = '00' OR CRD-STR-STATUS = '05'
083500         PERFORM 2110-WRITE-PLANNED-ROW
083600             VARYING CRD-SU-IDX FROM 1 BY 1
083700             UNTIL CRD-SU-IDX > CRD-SU-COUNT
083800         CLOSE STREAM-FILE
083900     ELSE
084000         DISPLAY 'CC2STRCRD: CC2STRUN UNAVAILABLE, STATUS '
084100             CRD-STR-STATUS ', STREAMS RUN THEIR OWN SUITE ONLY'
084200             UPON CONSOLE
084300     END-IF.
084400
084500 2110-WRITE-PLANNED-ROW.
084600     MOVE CRD-RUN-STAMP TO STR-RUNSTAMP
084700     MOVE CRD-SU-STREAM (CRD-SU-IDX) TO STR-STREAM
084800     MOVE 'PLANNED' TO STR-EVENT
084900     MOVE CRD-SU-SUITE (CRD-SU-IDX) TO STR-SUITE
085000     MOVE CRD-TIMESTAMP TO STR-STAMP
085100     MOVE CRD-JOBI-JOB TO STR-JOB
085200     MOVE CRD-JOBI-USER TO STR-USER
085300     MOVE CRD-JOBI-NUMBER TO STR-JOBNBR
085400     MOVE ZERO TO STR-TOTAL
085500     MOVE ZERO TO STR-PASS
085600     MOVE ZERO TO STR-FAIL
085700     MOVE ZERO TO STR-WVRD
085800     MOVE ZERO TO STR-FLAKY
085900     MOVE ZERO TO STR-HARD
086000     MOVE ZERO TO STR-ELAPSED
086100     WRITE STR-RECORD.
086200
086300 2200-START-STREAM.
086400     EVALUATE TRUE
086500         WHEN CRD-SM-STATE (CRD-SM-IDX) = 'ENDED'
086600             CONTINUE
086700         WHEN CRD-SM-STARTED (CRD-SM-IDX)
086800             MOVE CRD-SM-JOB (CRD-SM-IDX)  TO CRD-PRB-JOB
086900             MOVE CRD-SM-USER (CRD-SM-IDX) TO CRD-PRB-USER
087000             MOVE CRD-SM-NBR (CRD-SM-IDX)  TO CRD-PRB-NBR
087100             PERFORM 3250-PROBE-JOB
087200             IF CRD-JOB-GONE
087300                 PERFORM 2300-SUBMIT-ONE-STREAM
087400             ELSE
087500                 DISPLAY 'CC2STRCRD: STREAM '
087600                     CRD-SM-STREAM (CRD-SM-IDX)
087700                     ' STILL RUNNING IN JOB ' CRD-PRB-NBR '/'
087800                     CRD-PRB-USER '/' CRD-PRB-JOB ', WATCHED'
087900                     UPON CONSOLE
088000             END-IF
088100         WHEN OTHER
088200             PERFORM 2300-SUBMIT-ONE-STREAM
088300     END-EVALUATE.
088400
088500*----------------------------------------------------------------
088600* 2300-SUBMIT-ONE-STREAM - SUBMIT ONE CBLTSTDRV JOB, NAMED AFTER
088700* THE STREAM, WITH THE SUITE SELECTION *ALL (THE STREAM NARROWS
088800* IT TO ITS PLANNED SUITES), THE RETRY COUNT, THE STREAM ID AND
088900* THE RUN STAMP. A SUBMISSION THAT FAILS LOGS THE STREAM AS
089000* REFUSED; THE RUN GOES ON WITHOUT IT AND ENDS INCOMPLETE.
089100*----------------------------------------------------------------
089200 2300-SUBMIT-ONE-STREAM.
089300     MOVE SPACES TO CRD-CAP-CMD
089400     STRING 'SBMJOB CMD(CALL PGM(CBLTSTDRV) PARM(''*ALL'' '''
089500                                     DELIMITED BY SIZE
089600            CRD-RETRY                DELIMITED BY SIZE
089700            ''' '''                  DELIMITED BY SIZE
089800            CRD-SM-STREAM (CRD-SM-IDX) DELIMITED BY SPACE
089900            ''' '''                  DELIMITED BY SIZE
090000            CRD-RUN-STAMP            DELIMITED BY SIZE
090100            ''')) JOB('              DELIMITED BY SIZE
090200            CRD-SM-STREAM (CRD-SM-IDX) DELIMITED BY SPACE
090300            ')'                      DELIMITED BY SIZE
090400         INTO CRD-CAP-CMD
090500     MOVE ZERO TO CRD-CAP-ERR-AVAIL
090600     MOVE SPACES TO CRD-CAP-ERR-ID
090700     CALL 'QCAPCMD' USING CRD-CAP-CMD, CRD-CAP-CMD-LEN,
090800         CRD-CAP-OPTIONS, CRD-CAP-OPT-LEN, CRD-CAP-OPT-FORMAT,
090900         CRD-CAP-CHANGED, CRD-CAP-CHG-AVAIL, CRD-CAP-CHG-LEN,
091000         CRD-CAP-ERROR
091100     IF CRD-CAP-ERR-AVAIL > ZERO
091200         DISPLAY 'CC2STRCRD: STREAM ' CRD-SM-STREAM (CRD-SM-IDX)
091300             ' NOT SUBMITTED (' CRD-CAP-ERR-ID ')' UPON CONSOLE
091400         MOVE 'REFUSED' TO CRD-EVENT
091500     ELSE
091600         MOVE 'SUBMITTED' TO CRD-EVENT
091700         MOVE ZERO TO CRD-SM-WAITS (CRD-SM-IDX)
091800     END-IF
091900     PERFORM 5000-WRITE-STREAM-EVENT.
092000
092100*----------------------------------------------------------------
092200* 3000-WATCH-STREAMS - ONE TURN OF THE WAIT: TAKE EACH STREAM'S
092300* STATE FROM CC2STRUN, ASK AFTER THE JOBS OF THE LIVE ONES, AND
092400* MARK DIED ANY STREAM WHOSE JOB HAS GONE WITHOUT SETTLING. ONCE
092500* NO STREAM IS LIVE THE WAIT IS OVER; OTHERWISE PASS ON THE RUN
092600* STATE AND WAIT UP TO A MINUTE FOR AN OPERATOR COMMAND.
092700*----------------------------------------------------------------
092800 3000-WATCH-STREAMS.
092900     PERFORM 3100-REFRESH-STREAMS
093000     MOVE ZERO TO CRD-GONE-COUNT
093100     PERFORM 3200-CHECK-STREAM
093200         VARYING CRD-SM-IDX FROM 1 BY 1
093300         UNTIL CRD-SM-IDX > CRD-SM-COUNT
093400*--------A STREAM MAY HAVE LOGGED ITS END BETWEEN THE READ AND
093500*--------THE PROBE: READ AGAIN BEFORE CALLING ANY STREAM DEAD.
093600     IF CRD-GONE-COUNT > ZERO
093700         PERFORM 3100-REFRESH-STREAMS
093800         PERFORM 3300-MARK-DIED
093900             VARYING CRD-SM-IDX FROM 1 BY 1
094000             UNTIL CRD-SM-IDX > CRD-SM-COUNT
094100     END-IF
094200     MOVE ZERO TO CRD-LIVE-COUNT
094300     PERFORM 3350-COUNT-LIVE
094400         VARYING CRD-SM-IDX FROM 1 BY 1
094500         UNTIL CRD-SM-IDX > CRD-SM-COUNT
094600     IF CRD-LIVE-COUNT = ZERO
094700         SET CRD-ALL-SETTLED TO TRUE
094800     ELSE
094900         PERFORM 3600-RELAY-COMMAND
095000             VARYING CRD-SM-IDX FROM 1 BY 1
095100             UNTIL CRD-SM-IDX > CRD-SM-COUNT
095200         PERFORM 3400-RECEIVE-COMMAND
095300         IF CRD-CMDQ-LEN > ZERO
095400             PERFORM 3450-APPLY-COMMAND
095500             PERFORM 3600-RELAY-COMMAND
095600                 VARYING CRD-SM-IDX FROM 1 BY 1
095700                 UNTIL CRD-SM-IDX > CRD-SM-COUNT
095800         END-IF
095900     END-IF.
096000
096100*----------------------------------------------------------------
096200* 3100-REFRESH-STREAMS - READ THE RUN'S CC2STRUN ROWS IN ORDER;
096300* THE LAST EVENT ROW OF EACH STREAM (PLANNED AND SUITE ROWS
096400* ASIDE) IS ITS STATE, ITS JOB AND ITS COUNTS.
096500*----------------------------------------------------------------
096600 3100-REFRESH-STREAMS.
096700     MOVE 'N' TO CRD-EOF-SW
096800     OPEN INPUT STREAM-FILE
096900     IF CRD-STR-STATUS = '00'
097000         PERFORM 3110-READ-STREAM-ROW
097100             UNTIL CRD-EOF
097200         CLOSE STREAM-FILE
097300     ELSE
097400         IF CRD-STR-STATUS = '05'
097500             CLOSE STREAM-FILE
097600         END-IF
097700     END-IF
097800     MOVE 'N' TO CRD-EOF-SW.
097900
098000 3110-READ-STREAM-ROW.
098100     READ STREAM-FILE
098200         AT END
098300             SET CRD-EOF TO TRUE
098400         NOT AT END
098500             IF STR-RUNSTAMP = CRD-RUN-STAMP
098600                 AND NOT STR-PLANNED
098700                 AND NOT STR-SUITE-TOTAL
098800                 PERFORM 3120-TAKE-STREAM-ROW
098900             END-IF
099000     END-READ.
099100
099200 3120-TAKE-STREAM-ROW.
099300     MOVE STR-STREAM TO CRD-KEY-STREAM
099400     PERFORM 1430-FIND-STREAM
099500     IF CRD-FOUND
099600         MOVE STR-EVENT TO CRD-SM-STATE (CRD-SM-IDX)
099700         IF STR-JOB NOT = SPACES
099800             MOVE STR-JOB    TO CRD-SM-JOB (CRD-SM-IDX)
099900             MOVE STR-USER   TO CRD-SM-USER (CRD-SM-IDX)
100000             MOVE STR-JOBNBR TO CRD-SM-NBR (CRD-SM-IDX)
100100         END-IF
100200         MOVE STR-TOTAL   TO CRD-SM-TOTAL (CRD-SM-IDX)
100300         MOVE STR-PASS    TO CRD-SM-PASS (CRD-SM-IDX)
100400         MOVE STR-FAIL    TO CRD-SM-FAIL (CRD-SM-IDX)
100500         MOVE STR-WVRD    TO CRD-SM-WVRD (CRD-SM-IDX)
100600         MOVE STR-FLAKY   TO CRD-SM-FLAKY (CRD-SM-IDX)
100700         MOVE STR-HARD    TO CRD-SM-HARD (CRD-SM-IDX)
100800         MOVE STR-ELAPSED TO CRD-SM-ELAPSED (CRD-SM-IDX)
100900     END-IF.
101000
101100*--- A STARTED STREAM IS GONE WHEN ITS JOB IS; A SUBMITTED ONE
101200*--- WHEN IT HAS WAITED PAST CRD-START-LIMIT WITHOUT STARTING.
101300*--- THE STATE IT WAS GONE IN IS KEPT SO 3300 ONLY MARKS IT DIED
101400*--- IF NOTHING NEWER HAS BEEN LOGGED SINCE.
101500 3200-CHECK-STREAM.
101600     MOVE SPACES TO CRD-SM-GONE-ON (CRD-SM-IDX)
101700     EVALUATE TRUE
101800         WHEN CRD-SM-STATE (CRD-SM-IDX) = 'SUBMITTED'
101900             ADD 1 TO CRD-SM-WAITS (CRD-SM-IDX)
102000             IF CRD-SM-WAITS (CRD-SM-IDX) > CRD-START-LIMIT
102100                 MOVE 'SUBMITTED' TO CRD-SM-GONE-ON (CRD-SM-IDX)
102200                 ADD 1 TO CRD-GONE-COUNT
102300             END-IF
102400         WHEN CRD-SM-STARTED (CRD-SM-IDX)
102500             MOVE CRD-SM-JOB (CRD-SM-IDX)  TO CRD-PRB-JOB
102600             MOVE CRD-SM-USER (CRD-SM-IDX) TO CRD-PRB-USER
102700             MOVE CRD-SM-NBR (CRD-SM-IDX)  TO CRD-PRB-NBR
102800             PERFORM 3250-PROBE-JOB
102900             IF CRD-JOB-GONE
103000                 MOVE CRD-SM-STATE (CRD-SM-IDX)
103100                     TO CRD-SM-GONE-ON (CRD-SM-IDX)
103200                 ADD 1 TO CRD-GONE-COUNT
103300             END-IF
103400         WHEN OTHER
103500             CONTINUE
103600     END-EVALUATE.
103700
103800*--- ASK QUSRJOBI ABOUT THE JOB IN CRD-PRB-QUALJOB. AN ERROR
103900*--- CODE (JOB NOT FOUND) OR STATUS *OUTQ MEANS IT HAS ENDED.
104000 3250-PROBE-JOB.
104100     MOVE 'N' TO CRD-GONE-SW
104200     MOVE SPACES TO CRD-PRB-RECEIVER
104300     MOVE ZERO TO CRD-PRB-ERR-AVAIL
104400     MOVE SPACES TO CRD-PRB-ERR-ID
104500     CALL 'QUSRJOBI' USING CRD-PRB-RECEIVER, CRD-JOBI-LENGTH,
104600         CRD-JOBI-FORMAT, CRD-PRB-QUALJOB, CRD-JOBI-INTID,
104700         CRD-PRB-ERROR
104800     IF CRD-PRB-ERR-AVAIL > ZERO
104900         OR CRD-PRB-STATUS = '*OUTQ'
105000         SET CRD-JOB-GONE TO TRUE
105100     END-IF.
105200
105300 3300-MARK-DIED.
105400     IF CRD-SM-GONE-ON (CRD-SM-IDX) NOT = SPACES
105500         AND CRD-SM-GONE-ON (CRD-SM-IDX) =
105600             CRD-SM-STATE (CRD-SM-IDX)
105700         DISPLAY 'CC2STRCRD: STREAM ' CRD-SM-STREAM (CRD-SM-IDX)
105800             ' (JOB ' CRD-SM-NBR (CRD-SM-IDX) ') ENDED WHILE '
105900             CRD-SM-STATE (CRD-SM-IDX) ' - MARKED DIED'
106000             UPON CONSOLE
106100         MOVE 'DIED' TO CRD-EVENT
106200         PERFORM 5000-WRITE-STREAM-EVENT
106300     END-IF.
106400
106500 3350-COUNT-LIVE.
106600     IF CRD-SM-LIVE (CRD-SM-IDX)
106700         ADD 1 TO CRD-LIVE-COUNT
106800     END-IF.
106900
106910 3400-RECEIVE-COMMAND.
106920     MOVE SPACES TO CMD-ENTRY
106930     MOVE ZERO TO CRD-CMDQ-LEN
106940     IF CRD-CMDQ-DOWN
106950         PERFORM 3410-WAIT-WITHOUT-QUEUE
106960     ELSE
106970         MOVE LENGTH OF CMD-ENTRY TO CRD-CMDQ-RCVSIZE
106980         MOVE CRD-JOBI-NUMBER TO CRD-CMDQ-KEY
106990         MOVE ZERO TO CRD-CMDQ-ERR-AVAIL
107000         MOVE SPACES TO CRD-CMDQ-ERR-ID
107010         CALL 'QRCVDTAQ' USING CRD-CMDQ-NAME, CRD-CMDQ-LIB,
107020             CRD-CMDQ-LEN, CMD-ENTRY, CRD-CMDQ-WAIT,
107030             CRD-CMDQ-ORDER, CRD-CMDQ-KEYLEN, CRD-CMDQ-KEY,
107040             CRD-CMDQ-SNDLEN, CRD-CMDQ-SENDER, CRD-CMDQ-REMOVE,
107050             CRD-CMDQ-RCVSIZE, CRD-CMDQ-ERROR
107060         IF CRD-CMDQ-ERR-AVAIL > ZERO
107070             MOVE ZERO TO CRD-CMDQ-LEN
107080             SET CRD-CMDQ-DOWN TO TRUE
107090             DISPLAY 'CC2STRCRD: CC2CMDQ NOT AVAILABLE ('
107100                 CRD-CMDQ-ERR-ID '), OPERATOR COMMANDS IGNORED'
107110                 UPON CONSOLE
107120             PERFORM 3410-WAIT-WITHOUT-QUEUE
107130         END-IF
107140     END-IF.
107150
107160*--- WITH NO QUEUE TO WAIT ON, THE WATCH IS PACED BY DLYJOB SO
107170*--- IT DOES NOT SPIN. A DELAY THAT FAILS ONLY SHORTENS THE TURN.
107180 3410-WAIT-WITHOUT-QUEUE.
107190     MOVE 'DLYJOB DLY(60)' TO CRD-CAP-CMD
107200     MOVE ZERO TO CRD-CAP-ERR-AVAIL
107210     MOVE SPACES TO CRD-CAP-ERR-ID
107220     CALL 'QCAPCMD' USING CRD-CAP-CMD, CRD-CAP-CMD-LEN,
107230         CRD-CAP-OPTIONS, CRD-CAP-OPT-LEN, CRD-CAP-OPT-FORMAT,
107240         CRD-CAP-CHANGED, CRD-CAP-CHG-AVAIL, CRD-CAP-CHG-LEN,
107250         CRD-CAP-ERROR.
107800
107900*----------------------------------------------------------------
108000* 3450-APPLY-COMMAND - ACT ON ONE COMMAND ADDRESSED TO THE RUN:
108100* IT CHANGES THE RUN STATE THE '*STREAMS' ROW SHOWS, AND 3600
108200* PASSES IT ON TO THE STREAMS. A PAUSE WHILE PAUSED, A RESUME
108300* WHILE RUNNING, A SECOND CANCEL OR AN UNKNOWN VERB IS IGNORED.
108400* EVERY ENTRY IS LOGGED TO CC2CMDLOG.
108500*----------------------------------------------------------------
108600 3450-APPLY-COMMAND.
108700     MOVE 'IGNORED' TO CRD-CMD-OUTCOME
108800     IF CMD-JOBNBR = CRD-JOBI-NUMBER
108900         EVALUATE TRUE
109000             WHEN CMD-PAUSE AND CRD-RUN-STATE = 'RUNNING'
109100                 MOVE 'PAUSED' TO CRD-RUN-STATE
109200                 MOVE 'APPLIED' TO CRD-CMD-OUTCOME
109300             WHEN CMD-RESUME AND CRD-RUN-STATE = 'PAUSED'
109400                 MOVE 'RUNNING' TO CRD-RUN-STATE
109500                 MOVE 'APPLIED' TO CRD-CMD-OUTCOME
109600             WHEN CMD-CANCEL AND CRD-RUN-STATE NOT = 'CANCELLED'
109700                 MOVE 'CANCELLED' TO CRD-RUN-STATE
109800                 MOVE 'APPLIED' TO CRD-CMD-OUTCOME
109900             WHEN OTHER
110000                 CONTINUE
110100         END-EVALUATE
110200     END-IF
110300     ACCEPT CRD-TS-DATE FROM DATE YYYYMMDD
110400     ACCEPT CRD-TS-TIME FROM TIME
110500     IF CRD-CMD-OUTCOME = 'APPLIED'
110600         MOVE CRD-TIMESTAMP TO CRD-RUN-SINCE
110700         MOVE CMD-USER      TO CRD-RUN-BY
110800         MOVE CRD-RUN-STATE TO CRD-CL-STATE
110900         MOVE CMD-USER      TO CRD-CL-USER
111000         MOVE CRD-TIMESTAMP TO CRD-CL-STAMP
111100         MOVE CRD-COMMAND-LINE TO REPORT-LINE
111200         WRITE REPORT-LINE
111300         DISPLAY 'CC2STRCRD: MULTI-STREAM RUN ' CRD-RUN-STATE
111400             ' BY ' CMD-USER UPON CONSOLE
111500         PERFORM 1260-WRITE-REGISTRATION
111600     END-IF
111700     MOVE '*STREAMS' TO CRD-CLG-LABEL
111800     PERFORM 3500-LOG-COMMAND.
111900
112000*--- ONE CC2CMDLOG ROW PER COMMAND RECEIVED OR PASSED ON. A LOG
112100*--- THAT WILL NOT OPEN COSTS THE ROW, NOT THE RUN.
112200 3500-LOG-COMMAND.
112300     OPEN EXTEND CMDLOG-FILE
112400     IF CRD-CLG-STATUS = '00' OR CRD-CLG-STATUS = '05'
112500         MOVE CRD-TIMESTAMP    TO CLG-STAMP
112600         MOVE CMD-VERB         TO CLG-VERB
112700         MOVE CMD-USER         TO CLG-USER
112800         MOVE CMD-STAMP        TO CLG-SENT
112900         MOVE 'CC2STRCRD'      TO CLG-SOURCE
113000         MOVE CMD-JOBNBR       TO CLG-JOBNBR
113100         MOVE CRD-CLG-LABEL    TO CLG-SUITE
113200         MOVE CRD-CMD-OUTCOME  TO CLG-OUTCOME
113300         WRITE CLG-RECORD
113400         CLOSE CMDLOG-FILE
113500     END-IF.
113600
113700*----------------------------------------------------------------
113800* 3600-RELAY-COMMAND - BRING ONE STARTED STREAM INTO LINE WITH
113900* THE RUN STATE: PAUSE WHILE THE RUN IS PAUSED, CANCEL ONCE IT
114000* IS CANCELLED, RESUME WHEN A STREAM TOLD TO PAUSE IS RUNNING
114100* AGAIN. A STREAM STARTED AFTER THE COMMAND (OR RESTARTED IN A
114200* NEW JOB) IS TOLD ON THE NEXT TURN. A SEND THAT FAILS IS TRIED
114300* AGAIN ON THE NEXT TURN.
114400*----------------------------------------------------------------
114500 3600-RELAY-COMMAND.
114600     IF CRD-SM-NBR (CRD-SM-IDX) NOT = CRD-SM-TOLD-NBR (CRD-SM-IDX)
114700         MOVE SPACES TO CRD-SM-TOLD (CRD-SM-IDX)
114800         MOVE CRD-SM-NBR (CRD-SM-IDX)
114900             TO CRD-SM-TOLD-NBR (CRD-SM-IDX)
115000     END-IF
115100     MOVE SPACES TO CRD-WANT
115200     IF CRD-SM-STARTED (CRD-SM-IDX)
115300         EVALUATE TRUE
115400             WHEN CRD-RUN-STATE = 'PAUSED'
115500                 MOVE 'PAUSE' TO CRD-WANT
115600             WHEN CRD-RUN-STATE = 'CANCELLED'
115700                 MOVE 'CANCEL' TO CRD-WANT
115800             WHEN CRD-SM-TOLD (CRD-SM-IDX) = 'PAUSE'
115900                 MOVE 'RESUME' TO CRD-WANT
116000             WHEN OTHER
116100                 CONTINUE
116200         END-EVALUATE
116300     END-IF
116400     IF CRD-WANT NOT = SPACES
116500         AND CRD-WANT NOT = CRD-SM-TOLD (CRD-SM-IDX)
116600         PERFORM 3610-SEND-RELAY
116700     END-IF.
116800
116900 3610-SEND-RELAY.
117000     ACCEPT CRD-TS-DATE FROM DATE YYYYMMDD
117100     ACCEPT CRD-TS-TIME FROM TIME
117200     MOVE CRD-WANT TO CMD-VERB
117300     MOVE CRD-RUN-BY TO CMD-USER
117400     MOVE CRD-TIMESTAMP TO CMD-STAMP
117500     MOVE CRD-SM-NBR (CRD-SM-IDX) TO CMD-JOBNBR
117600     MOVE LENGTH OF CMD-ENTRY TO CRD-CMDQ-LEN
117700     MOVE ZERO TO CRD-CMDQ-ERR-AVAIL
117800     MOVE SPACES TO CRD-CMDQ-ERR-ID
117900     CALL 'QSNDDTAQ' USING CRD-CMDQ-NAME, CRD-CMDQ-LIB,
118000         CRD-CMDQ-LEN, CMD-ENTRY, CRD-CMDQ-KEYLEN, CMD-JOBNBR,
118100         OMITTED, CRD-CMDQ-ERROR
118200     IF CRD-CMDQ-ERR-AVAIL > ZERO
118300         DISPLAY 'CC2STRCRD: ' CMD-VERB ' NOT PASSED TO STREAM '
118400             CRD-SM-STREAM (CRD-SM-IDX) ', ERROR '
118500             CRD-CMDQ-ERR-ID UPON CONSOLE
118600         MOVE 'NOT SENT' TO CRD-CMD-OUTCOME
118700     ELSE
118800         MOVE CRD-WANT TO CRD-SM-TOLD (CRD-SM-IDX)
118900         MOVE 'RELAYED' TO CRD-CMD-OUTCOME
119000     END-IF
119100     MOVE CRD-SM-STREAM (CRD-SM-IDX) TO CRD-CLG-LABEL
119200     PERFORM 3500-LOG-COMMAND.
119300
119400*----------------------------------------------------------------
119500* 4000-PRINT-SUMMARY - EVERY STREAM HAS SETTLED. PRINT EACH
119600* STREAM, THE PER-SUITE SUBTOTALS OF THE WHOLE RUN (A PLANNED
119700* SUITE NO STREAM LOGGED IS FLAGGED NOT RUN) AND THE COMBINED
119800* TOTALS, THEN JUDGE THE RUN: COMPLETE ONLY WHEN EVERY STREAM
119900* ENDED. A STREAM THAT DIED OR NEVER STARTED MAKES THE RUN
120000* INCOMPLETE (RETURN CODE 8) EVEN IF OTHERS WERE CANCELLED; A
120100* RUN WITH ONLY ENDED AND CANCELLED STREAMS IS CANCELLED
120200* (RETURN CODE 4). EITHER WAY THE '*STREAMS' ROW IS KEPT FOR
120300* THE NEXT START TO RESUME.
120400*----------------------------------------------------------------
120500 4000-PRINT-SUMMARY.
120600     PERFORM 3100-REFRESH-STREAMS
120700     PERFORM 4100-SUM-SUITE-ROWS
120800     MOVE SPACES TO REPORT-LINE
120900     WRITE REPORT-LINE
121000     MOVE CRD-STREAM-SECTION-LINE TO REPORT-LINE
121100     WRITE REPORT-LINE
121200     MOVE CRD-STREAM-HEADING TO REPORT-LINE
121300     WRITE REPORT-LINE
121400     PERFORM 4200-PRINT-STREAM
121500         VARYING CRD-SM-IDX FROM 1 BY 1
121600         UNTIL CRD-SM-IDX > CRD-SM-COUNT
121700     IF CRD-SU-COUNT > ZERO
121800         MOVE SPACES TO REPORT-LINE
121900         WRITE REPORT-LINE
122000         MOVE CRD-SUITE-SECTION-LINE TO REPORT-LINE
122100         WRITE REPORT-LINE
122200         MOVE CRD-SUITE-HEADING TO REPORT-LINE
122300         WRITE REPORT-LINE
122400         PERFORM 4300-PRINT-SUITE
122500             VARYING CRD-SU-IDX FROM 1 BY 1
122600             UNTIL CRD-SU-IDX > CRD-SU-COUNT
122700     END-IF
122800     MOVE SPACES TO REPORT-LINE
122900     WRITE REPORT-LINE
123000     IF CRD-NOPLAN-COUNT > ZERO
123100         MOVE CRD-NOPLAN-COUNT TO CRD-NP-COUNT
123200         MOVE CRD-NOPLAN-LINE TO REPORT-LINE
123300         WRITE REPORT-LINE
123400     END-IF
123500     MOVE CRD-TOTAL TO CRD-S-TOTAL
123600     MOVE CRD-SUMMARY-LINE-1 TO REPORT-LINE
123700     WRITE REPORT-LINE
123800     MOVE CRD-PASS TO CRD-S-PASS
123900     MOVE CRD-SUMMARY-LINE-2 TO REPORT-LINE
124000     WRITE REPORT-LINE
124100     MOVE CRD-FAIL TO CRD-S-FAIL
124200     MOVE CRD-SUMMARY-LINE-3 TO REPORT-LINE
124300     WRITE REPORT-LINE
124400     MOVE CRD-WVRD TO CRD-S-WAIVED
124500     MOVE CRD-SUMMARY-LINE-4 TO REPORT-LINE
124600     WRITE REPORT-LINE
124700     MOVE CRD-FLAKY TO CRD-S-FLAKY
124800     MOVE CRD-SUMMARY-LINE-5 TO REPORT-LINE
124900     WRITE REPORT-LINE
125000     MOVE CRD-HARD TO CRD-S-HARD
125100     MOVE CRD-SUMMARY-LINE-6 TO REPORT-LINE
125200     WRITE REPORT-LINE
125300     COMPUTE CRD-S-LONGEST = CRD-LONGEST / 100
125400     MOVE CRD-SUMMARY-LINE-7 TO REPORT-LINE
125500     WRITE REPORT-LINE
125600     MOVE CRD-ENDED-COUNT TO CRD-S-ENDED
125700     MOVE CRD-SM-COUNT TO CRD-S-STREAMS
125800     MOVE CRD-SUMMARY-LINE-8 TO REPORT-LINE
125900     WRITE REPORT-LINE
126000     EVALUATE TRUE
126100         WHEN CRD-SM-COUNT > ZERO
126200             AND CRD-ENDED-COUNT = CRD-SM-COUNT
126300             MOVE '** RUN COMPLETE - EVERY STREAM ENDED **'
126400                 TO CRD-V-TEXT
126500             PERFORM 4400-WRITE-RUN-TOTAL-ROW
126600             SET CRD-CLEAR-REG TO TRUE
126700         WHEN CRD-LOST-COUNT > ZERO OR CRD-SM-COUNT = ZERO
126800             MOVE '** RUN INCOMPLETE - NEXT START RESUMES IT **'
126900                 TO CRD-V-TEXT
127000             MOVE 'INCOMPLETE' TO CRD-RUN-STATE
127100             MOVE 8 TO RETURN-CODE
127200         WHEN OTHER
127300             MOVE '** RUN CANCELLED - NEXT START RESUMES IT **'
127400                 TO CRD-V-TEXT
127500             MOVE 'CANCELLED' TO CRD-RUN-STATE
127600             MOVE 4 TO RETURN-CODE
127700     END-EVALUATE
127800     MOVE CRD-VERDICT-LINE TO REPORT-LINE
127900     WRITE REPORT-LINE.
128000
128100*--- ADD UP EVERY SUITE ROW THE RUN'S STREAMS LOGGED, SO A SUITE
128200*--- RUN PARTLY BEFORE A CANCEL AND PARTLY AFTER THE RESUME
128300*--- STILL SHOWS ITS WHOLE-RUN SUBTOTAL.
128400 4100-SUM-SUITE-ROWS.
128500     MOVE 'N' TO CRD-EOF-SW
128600     OPEN INPUT STREAM-FILE
128700     IF CRD-STR-STATUS = '00'
128800         PERFORM 4110-READ-SUITE-ROW
128900             UNTIL CRD-EOF
129000         CLOSE STREAM-FILE
129100     ELSE
129200         IF CRD-STR-STATUS = '05'
129300             CLOSE STREAM-FILE
129400         END-IF
129500     END-IF
129600     MOVE 'N' TO CRD-EOF-SW.
129700
129800 4110-READ-SUITE-ROW.
129900     READ STREAM-FILE
130000         AT END
130100             SET CRD-EOF TO TRUE
130200         NOT AT END
130300             IF STR-RUNSTAMP = CRD-RUN-STAMP AND STR-SUITE-TOTAL
130400                 MOVE STR-SUITE TO CRD-KEY-SUITE
130500                 PERFORM 1410-FIND-SUITE
130600                 IF CRD-FOUND
130700                     ADD 1 TO CRD-SU-ROWS (CRD-SU-IDX)
130800                     ADD STR-TOTAL TO CRD-SU-TOTAL (CRD-SU-IDX)
130900                     ADD STR-PASS  TO CRD-SU-PASS (CRD-SU-IDX)
131000                     ADD STR-FAIL  TO CRD-SU-FAIL (CRD-SU-IDX)
131100                     ADD STR-WVRD  TO CRD-SU-WVRD (CRD-SU-IDX)
131200                 END-IF
131300             END-IF
131400     END-READ.
131500
131600 4200-PRINT-STREAM.
131700     MOVE CRD-SM-STREAM (CRD-SM-IDX) TO CRD-SD-STREAM
131800     MOVE CRD-SM-STATE (CRD-SM-IDX)  TO CRD-SD-STATE
131900     MOVE CRD-SM-NBR (CRD-SM-IDX)    TO CRD-SD-NBR
132000     MOVE CRD-SM-TOTAL (CRD-SM-IDX)  TO CRD-SD-TOTAL
132100     MOVE CRD-SM-PASS (CRD-SM-IDX)   TO CRD-SD-PASS
132200     MOVE CRD-SM-FAIL (CRD-SM-IDX)   TO CRD-SD-FAIL
132300     MOVE CRD-SM-WVRD (CRD-SM-IDX)   TO CRD-SD-WVRD
132400     COMPUTE CRD-SD-ELAPSED = CRD-SM-ELAPSED (CRD-SM-IDX) / 100
132500     MOVE CRD-STREAM-DETAIL TO REPORT-LINE
132600     WRITE REPORT-LINE
132700     ADD CRD-SM-TOTAL (CRD-SM-IDX) TO CRD-TOTAL
132800     ADD CRD-SM-PASS (CRD-SM-IDX)  TO CRD-PASS
132900     ADD CRD-SM-FAIL (CRD-SM-IDX)  TO CRD-FAIL
133000     ADD CRD-SM-WVRD (CRD-SM-IDX)  TO CRD-WVRD
133100     ADD CRD-SM-FLAKY (CRD-SM-IDX) TO CRD-FLAKY
133200     ADD CRD-SM-HARD (CRD-SM-IDX)  TO CRD-HARD
133300     IF CRD-SM-ELAPSED (CRD-SM-IDX) > CRD-LONGEST
133400         MOVE CRD-SM-ELAPSED (CRD-SM-IDX) TO CRD-LONGEST
133500     END-IF
133600     EVALUATE CRD-SM-STATE (CRD-SM-IDX)
133700         WHEN 'ENDED'
133800             ADD 1 TO CRD-ENDED-COUNT
133900         WHEN 'CANCELLED'
134000             ADD 1 TO CRD-CANC-COUNT
134100         WHEN OTHER
134200             ADD 1 TO CRD-LOST-COUNT
134300     END-EVALUATE.
134400
134500 4300-PRINT-SUITE.
134600     MOVE CRD-SU-SUITE (CRD-SU-IDX)  TO CRD-UD-SUITE
134700     MOVE CRD-SU-STREAM (CRD-SU-IDX) TO CRD-UD-STREAM
134800     MOVE CRD-SU-TOTAL (CRD-SU-IDX)  TO CRD-UD-TOTAL
134900     MOVE CRD-SU-PASS (CRD-SU-IDX)   TO CRD-UD-PASS
135000     MOVE CRD-SU-FAIL (CRD-SU-IDX)   TO CRD-UD-FAIL
135100     MOVE CRD-SU-WVRD (CRD-SU-IDX)   TO CRD-UD-WVRD
135200     IF CRD-SU-ROWS (CRD-SU-IDX) = ZERO
135300         MOVE 'NOT RUN' TO CRD-UD-NOTE
135400     ELSE
135500         MOVE SPACES TO CRD-UD-NOTE
135600     END-IF
135700     MOVE CRD-SUITE-DETAIL TO REPORT-LINE
135800     WRITE REPORT-LINE.
135900
136000*----------------------------------------------------------------
136100* 4400-WRITE-RUN-TOTAL-ROW - THE ONE '*RUNTOTAL' ROW OF A
136200* MULTI-STREAM RUN, WRITTEN HERE ONCE EVERY STREAM HAS ENDED
136300* (THE STREAMS THEMSELVES WRITE NONE). SUITE '*ALL'; THE
136400* DURATION IS THE LONGEST STREAM'S, WHICH IS WHAT THE WINDOW
136500* COST.
136600*----------------------------------------------------------------
136700 4400-WRITE-RUN-TOTAL-ROW.
136800     OPEN EXTEND RESULTS-FILE
136900     IF CRD-RSL-STATUS = '00' OR CRD-RSL-STATUS = '05'
137000         MOVE CRD-RUN-STAMP    TO RSL-RUNSTAMP
137100         MOVE CRD-JOBI-JOB     TO RSL-JOB
137200         MOVE CRD-JOBI-NUMBER  TO RSL-JOBNBR
137300         MOVE '*RUNTOTAL'      TO RSL-TYPE
137400         MOVE 'WHOLE-RUN DURATION' TO RSL-DESC
137500         MOVE SPACES           TO RSL-EXPECTED
137600         MOVE SPACES           TO RSL-ACTUAL
137700         MOVE SPACES           TO RSL-PASSFAIL
137800         MOVE SPACES           TO RSL-SCENARIO
137900         MOVE ZERO             TO RSL-STEP
138000         MOVE CRD-LONGEST      TO RSL-ELAPSED
138100         MOVE '*ALL'           TO RSL-SUITE
138200         ACCEPT CRD-TS-DATE FROM DATE YYYYMMDD
138300         ACCEPT CRD-TS-TIME FROM TIME
138400         MOVE CRD-TIMESTAMP    TO RSL-ROWSTAMP
138450         MOVE SPACES           TO RSL-DRILL
138500         WRITE RSL-RECORD
138600         CLOSE RESULTS-FILE
138700     ELSE
138800         DISPLAY 'CC2STRCRD: CC2RSLT UNAVAILABLE, STATUS '
138900             CRD-RSL-STATUS ', NO RUN TOTAL ROW WRITTEN'
139000             UPON CONSOLE
139100     END-IF.
139200
139300*----------------------------------------------------------------
139400* 5000-WRITE-STREAM-EVENT - LOG CRD-EVENT FOR STREAM CRD-SM-IDX
139500* (SUBMITTED, REFUSED, DIED) AND TAKE IT AS THE STREAM'S STATE.
139600* A SUBMITTED ROW HAS NO JOB YET; A DIED ROW NAMES THE JOB THAT
139700* WENT AND KEEPS THE COUNTS THE STREAM LAST LOGGED.
139800*----------------------------------------------------------------
139900 5000-WRITE-STREAM-EVENT.
140000     MOVE CRD-EVENT TO CRD-SM-STATE (CRD-SM-IDX)
140100     OPEN EXTEND STREAM-FILE
140200     IF CRD-STR-STATUS = '00' OR CRD-STR-STATUS = '05'
140300         ACCEPT CRD-TS-DATE FROM DATE YYYYMMDD
140400         ACCEPT CRD-TS-TIME FROM TIME
140500         MOVE CRD-RUN-STAMP TO STR-RUNSTAMP
140600         MOVE CRD-SM-STREAM (CRD-SM-IDX) TO STR-STREAM
140700         MOVE CRD-EVENT TO STR-EVENT
140800         MOVE SPACES TO STR-SUITE
140900         MOVE CRD-TIMESTAMP TO STR-STAMP
141000         IF CRD-EVENT = 'DIED'
141100             MOVE CRD-SM-JOB (CRD-SM-IDX)  TO STR-JOB
141200             MOVE CRD-SM-USER (CRD-SM-IDX) TO STR-USER
141300             MOVE CRD-SM-NBR (CRD-SM-IDX)  TO STR-JOBNBR
141400         ELSE
141500             MOVE SPACES TO STR-JOB
141600             MOVE SPACES TO STR-USER
141700             MOVE SPACES TO STR-JOBNBR
141800         END-IF
141900         MOVE CRD-SM-TOTAL (CRD-SM-IDX)   TO STR-TOTAL
142000         MOVE CRD-SM-PASS (CRD-SM-IDX)    TO STR-PASS
142100         MOVE CRD-SM-FAIL (CRD-SM-IDX)    TO STR-FAIL
142200         MOVE CRD-SM-WVRD (CRD-SM-IDX)    TO STR-WVRD
142300         MOVE CRD-SM-FLAKY (CRD-SM-IDX)   TO STR-FLAKY
142400         MOVE CRD-SM-HARD (CRD-SM-IDX)    TO STR-HARD
142500         MOVE CRD-SM-ELAPSED (CRD-SM-IDX) TO STR-ELAPSED
142600         WRITE STR-RECORD
142700         CLOSE STREAM-FILE
142800     END-IF.
142900
143000*----------------------------------------------------------------
143100* 8000-FINISH - A COMPLETE RUN RELEASES THE LOCK; AN INCOMPLETE
143200* OR CANCELLED ONE LEAVES THE '*STREAMS' ROW IN THAT STATE FOR
143300* THE NEXT START TO RESUME. A REFUSED START TOUCHES NOTHING.
143400*----------------------------------------------------------------
143500 8000-FINISH.
143600     IF CRD-REGISTERED
143700         IF CRD-CLEAR-REG
143800             OPEN OUTPUT REGISTER-FILE
143900             IF CRD-REG-STATUS = '00'
144000                 CLOSE REGISTER-FILE
144100             END-IF
144200         ELSE
144300             ACCEPT CRD-TS-DATE FROM DATE YYYYMMDD
144400             ACCEPT CRD-TS-TIME FROM TIME
144500             MOVE CRD-TIMESTAMP TO CRD-RUN-SINCE
144600             MOVE CRD-JOBI-USER TO CRD-RUN-BY
144700             PERFORM 1260-WRITE-REGISTRATION
144800         END-IF
144900     END-IF
145000     CLOSE REPORT-FILE.
145100
145200 9999-EXIT.
145300     GOBACK.
