000940*                    HAPPENS AFTER THE CHECKPOINT READ, SO A
000950*                    RESUMED RUN REGISTERS THE SUITE IT IS
000960*                    ACTUALLY RUNNING, NOT *ALL.
000961*   2026-10-14 OPS   CC2RSLT ROWS NOW CARRY THE SUITE THEY RAN
000962*                    UNDER AND WHEN THEY WERE WRITTEN (THE
000963*                    '*RUNTOTAL' ROW CARRIES THE SELECTION), SO
000964*                    THE CC2PRMGT PROMOTION GATE CAN FIND A
000965*                    SUITE'S LATEST RUN AND ITS TIME WINDOW.
000966*   2026-10-14 OPS   OPERATOR PAUSE/RESUME/CANCEL - AT EVERY
000967*                    SCENARIO BOUNDARY, RIGHT AFTER THE
000968*                    CHECKPOINT, THE DRIVER LOOKS ON DATA QUEUE
000969*                    CC2CMDQ (COPYBOOK CMDREC) FOR A COMMAND
000970*                    SENT FROM CC2STSDSP. PAUSE HOLDS THE RUN
000971*                    THERE UNTIL RESUME OR CANCEL; CANCEL ENDS
000972*                    THE RUN CLEANLY WITH THE CHECKPOINT KEPT,
000973*                    CC2RUNREG LEFT IN STATE CANCELLED, A
000974*                    '*RUNCANCEL' CC2RSLT ROW AND RETURN CODE 4.
000975*                    THE NEXT START TAKES THE CANCELLED RUN
000976*                    OVER AND RESUMES IT. EVERY COMMAND
000977*                    RECEIVED IS LOGGED TO CC2CMDLOG.
000978*   2026-10-15 OPS   MULTI-STREAM RUNS - TWO MORE OPTIONAL
000979*                    PARAMETERS, THE STREAM ID AND THE SHARED
000980*                    RUN STAMP, MAKE THIS JOB ONE STREAM OF A
000981*                    CC2STRCRD RUN: IT RUNS ONLY THE SUITES
000982*                    PLANNED FOR IT IN CC2STRUN, KEEPS ITS
000983*                    CHECKPOINT AND REGISTRATION IN CC2CHKPT /
000984*                    CC2RUNREG MEMBERS NAMED AFTER THE STREAM,
000985*                    STAMPS CC2RSLT WITH THE SHARED RUN STAMP,
000986*                    AND LOGS STARTED / PAUSED / ENDED EVENTS
000987*                    (WITH ITS SUITE SUBTOTALS) TO CC2STRUN IN
000988*                    PLACE OF THE '*RUNTOTAL' ROW, WHICH THE
000989*                    COORDINATOR WRITES FOR THE WHOLE RUN.
000990*                    CC2CMDQ IS NOW RECEIVED BY KEY, SO EACH
000991*                    JOB TAKES ONLY ITS OWN COMMANDS. A PLAIN
000992*                    START REFUSES WHILE A MULTI-STREAM RUN
000993*                    HOLDS CC2RUNREG.
000994*   2026-10-15 OPS   CONFIGURATION SNAPSHOT - AT INITIALIZE
000995*                    CC2CFGSNP FREEZES THE TSTCASE, CC2PAYLD
000996*                    AND IN-FORCE CC2WAIVR ROWS UNDER THE RUN
000997*                    STAMP. A RESUMED RUN (OR A STREAM, WHOSE
000998*                    COORDINATOR TOOK THE SNAPSHOT) REUSES IT,
000999*                    RELOADS ITS WAIVER AND PAYLOAD TABLES FROM
001000*                    IT, AND REPORTS LIVE ROWS THAT HAVE SINCE
001001*                    CHANGED.
001002*   2026-10-15 OPS   FAULT-INJECTION DRILLS - A FIFTH OPTIONAL
001003*                    PARAMETER NAMES A CC2FAULT DRILL. THE RUN
001004*                    ARMS CBLCALLP2 WITH THE DRILL ('*DRILL'
001005*                    CALL), STAMPS EVERY CC2RSLT ROW WITH THE
001006*                    DRILL NAME (RSL-DRILL) SO CC2PRMGT AND THE
001007*                    REPORTS NEVER COUNT IT AS A REAL RUN, WRITES
001008*                    NO CHECKPOINT, AND DISARMS AT THE END. A
001009*                    DRILL IS REFUSED WHILE A CHECKPOINT IS
001010*                    PENDING, SO IT CAN NEVER RESUME A REAL RUN.
001011*   2026-10-15 OPS   DECLARES ITSELF TO CBLCALLP2 ('*REGRESS'
001012*                    CALL) BEFORE THE FIRST SCENARIO, SO
001013*                    LIVE-CALL CAPTURE NEVER RECORDS PLANNED
001014*                    REGRESSION CALLS AS LIVE TRAFFIC.
001015*--------------------------------------------------------------
001016* DESCRIPTION:
001017*   READS CC2CTL, A CONTROL FILE OF TEST-TYPE CODES AND THEIR
001018*   EXPECTED LK-RESP VALUES (SAME ROW LAYOUT AS CBLCALLP2'S
001019*   OWN TESTCASE DISPATCH TABLE - COPYBOOK TCREC), CALLS
001020*   CBLCALLP2 ONCE PER ROW, AND PRINTS A PASS/FAIL SUMMARY
001030*   REPORT SUITABLE FOR ATTACHING TO A DEPLOYMENT TICKET BEFORE
001040*   A CBLCALLP1 CHANGE IS PROMOTED.
001042*
001044*   RUN ALONE IT IS THE WHOLE NIGHT'S RUN. SUBMITTED BY
001046*   CC2STRCRD WITH A STREAM ID AND RUN STAMP IT IS ONE OF
001048*   SEVERAL CONCURRENT STREAMS OF THE SAME LOGICAL RUN.
001050*--------------------------------------------------------------
001060
001070 ENVIRONMENT DIVISION.
001270     SELECT OPTIONAL REGISTER-FILE ASSIGN TO CC2RUNREG
001280         ORGANIZATION IS SEQUENTIAL
001290         FILE STATUS IS DRV-REG-STATUS.
001291     SELECT OPTIONAL CMDLOG-FILE ASSIGN TO CC2CMDLOG
001292         ORGANIZATION IS SEQUENTIAL
001293         FILE STATUS IS DRV-CLG-STATUS.
001294     SELECT OPTIONAL STREAM-FILE ASSIGN TO CC2STRUN
001295         ORGANIZATION IS SEQUENTIAL
001296         FILE STATUS IS DRV-STR-STATUS.
001297     SELECT OPTIONAL SNAPSHOT-FILE ASSIGN TO CC2CFGSNP
001298         ORGANIZATION IS SEQUENTIAL
001299         FILE STATUS IS DRV-SNP-STATUS.
001300
001310 DATA DIVISION.
001320 FILE SECTION.
001720*--- OPERATOR TOOLS READ THE SAME SHAPE.
001730 FD  REGISTER-FILE.
001740     COPY "regrec".
001741
001742*--- OPERATOR RUN-COMMAND LOG - APPEND-ONLY, SHARED WITH THE
001743*--- CC2STSDSP SENDER (COPYBOOK CLGREC).
001744 FD  CMDLOG-FILE.
001745     COPY "clgrec".
001746
001747*--- MULTI-STREAM RUN LOG - APPEND-ONLY, SHARED WITH CC2STRCRD
001748*--- AND THE OTHER STREAMS (COPYBOOK STRREC).
001749 FD  STREAM-FILE.
001750     COPY "strrec".
001751
001752*--- RUN CONFIGURATION SNAPSHOT - WRITTEN BY CC2CFGSNP, READ
001753*--- BACK HERE WHEN A RUN REUSES IT (COPYBOOK SNPREC).
001754 FD  SNAPSHOT-FILE.
001755     COPY "snprec".
001756
001760 WORKING-STORAGE SECTION.
001770 77  DRV-CTL-STATUS              PIC X(02).
001780 77  DRV-EOF-SWITCH              PIC X(01) VALUE 'N'.
003340             DEPENDING ON DRV-PAY-COUNT.
003350         05  DRV-PAY-TYPE        PIC X(10).
003360         05  DRV-PAY-INPUT       PIC X(50).
003361         05  DRV-PAY-RESP        PIC X(10).
003362
003363*--- CONFIGURATION SNAPSHOT. CC2CFGSNP TAKES IT ON THE FIRST
003364*--- START OF A RUN STAMP; A LATER START OF THE SAME STAMP IS
003365*--- JUDGED AGAINST THE WAIVERS AND PAYLOADS FROZEN THERE, NOT
003366*--- AGAINST WHATEVER THE LIVE FILES HOLD BY THEN.
003367 77  DRV-SNP-STATUS              PIC X(02).
003368
003369     COPY "snpparm".
003370
003371 01  DRV-SNAPSHOT-LINE.
003372     05  FILLER                  PIC X(17)
003373             VALUE 'CONFIG SNAPSHOT: '.
003374     05  DRV-SN-RESULT           PIC X(08).
003375     05  FILLER                  PIC X(11)  VALUE ' PAYLOADS: '.
003376     05  DRV-SN-PAYLOADS         PIC ZZZ9.
003377     05  FILLER                  PIC X(10)  VALUE ' WAIVERS: '.
003378     05  DRV-SN-WAIVERS          PIC ZZZ9.
003379
003380 01  DRV-DRIFT-LINE.
003381     05  FILLER                  PIC X(03)  VALUE '** '.
003382     05  DRV-DR-COUNT            PIC ZZZ,ZZ9.
003383     05  FILLER                  PIC X(40)
003384             VALUE ' LIVE CONFIG ROWS DIFFER FROM THE RUN''S'.
003385     05  FILLER                  PIC X(12)  VALUE ' SNAPSHOT **'.
003386
003390*--- RUN REGISTRATION STATE. THE PROBE AREAS ARE A SECOND SET OF
003400*--- QUSRJOBI PARAMETERS SO CHECKING WHETHER THE REGISTERED JOB
003410*--- IS STILL ACTIVE CANNOT CLOBBER OUR OWN JOB IDENTITY.
003630     03  DRV-PRB-ERR-DATA        PIC X(100).
003640
003650 01  DRV-REFUSED-LINE.
003651     05  FILLER                  PIC X(26)
003652             VALUE '** RUN REFUSED - SUITE '''.
003653     05  DRV-RF-SUITE            PIC X(10).
003654     05  FILLER                  PIC X(22)
003655             VALUE ''' ALREADY IN FLIGHT **'.
003656
003657*--- FAULT-INJECTION DRILL. DRV-DRILL-ID IS THE CC2FAULT DRILL
003658*--- NAMED BY THE FIFTH PARAMETER (BLANK FOR A REAL RUN). A DRILL
003659*--- RUN ARMS CBLCALLP2 AT INITIALIZE AND DISARMS IT AT FINISH;
003660*--- EVERY CC2RSLT ROW IT WRITES CARRIES THE DRILL NAME.
003661 77  DRV-DRILL-ID                PIC X(10) VALUE SPACES.
003662 77  DRV-DRILL-SW                PIC X(01) VALUE 'N'.
003663     88  DRV-DRILL-RUN                       VALUE 'Y'.
003664 77  DRV-DRILL-ARMED-SW          PIC X(01) VALUE 'N'.
003665     88  DRV-DRILL-ARMED                     VALUE 'Y'.
003666 01  DRV-DRILL-LINE.
003667     05  FILLER                  PIC X(15)
003668             VALUE '** FAULT DRILL '.
003669     05  DRV-DL-NAME             PIC X(10).
003670     05  FILLER                  PIC X(03)  VALUE ' - '.
003671     05  DRV-DL-RESULT           PIC X(10).
003672     05  FILLER                  PIC X(27)
003673             VALUE ' - NOT A PROMOTION RUN **'.
003674 01  DRV-DRILL-REFUSED-LINE.
003675     05  FILLER                  PIC X(15)
003676             VALUE '** FAULT DRILL '.
003677     05  DRV-DF-NAME             PIC X(10).
003678     05  FILLER                  PIC X(40)
003679             VALUE ' REFUSED - A CHECKPOINTED RUN IS PENDING'.
003680     05  FILLER                  PIC X(03)  VALUE ' **'.
003681
003682*--- OPERATOR COMMAND CHANNEL. CC2CMDQ IS LOOKED AT WITHOUT
003683*--- WAITING AT EACH SCENARIO BOUNDARY; WHILE PAUSED THE DRIVER
003684*--- WAITS ON IT A MINUTE AT A TIME (A ZERO RECEIVED LENGTH IS
003685*--- THE TIMEOUT, NOT A COMMAND). ONLY ENTRIES KEYED WITH OUR
003686*--- OWN JOB NUMBER ARE RECEIVED. THE RECEIVE PASSES AN ERROR
003687*--- CODE, SO A MISSING OR UNAUTHORIZED CC2CMDQ COMES BACK AS NO
003688*--- COMMAND: THE CONSOLE IS TOLD ONCE, THE QUEUE IS LEFT ALONE
003689*--- FOR THE REST OF THE RUN AND A PAUSE IN FORCE IS LIFTED (NO
003690*--- RESUME COULD REACH IT). THE REGISTRATION FIELDS ARE
003691*--- KEPT HERE SO A STATE CHANGE CAN REWRITE THE CC2RUNREG ROW
003692*--- WITHOUT LOSING THE START STAMP.
003693 77  DRV-CMDQ-NAME               PIC X(10) VALUE 'CC2CMDQ'.
003694 77  DRV-CMDQ-LIB                PIC X(10) VALUE '*LIBL'.
003695 77  DRV-CMDQ-LEN                PIC S9(05) PACKED-DECIMAL.
003696 77  DRV-CMDQ-WAIT               PIC S9(05) PACKED-DECIMAL.
003697 77  DRV-PAUSE-WAIT              PIC S9(05) PACKED-DECIMAL
003698                                 VALUE 60.
003699 77  DRV-CMDQ-ORDER              PIC X(02) VALUE 'EQ'.
003700 77  DRV-CMDQ-KEYLEN             PIC S9(03) PACKED-DECIMAL
003701                                 VALUE 6.
003702 77  DRV-CMDQ-KEY                PIC X(06) VALUE SPACES.
003703 77  DRV-CMDQ-SNDLEN             PIC S9(03) PACKED-DECIMAL
003704                                 VALUE ZERO.
003705 77  DRV-CMDQ-SENDER             PIC X(01) VALUE SPACE.
003706 77  DRV-CMDQ-REMOVE             PIC X(10) VALUE '*YES'.
003707 77  DRV-CMDQ-RCVSIZE            PIC S9(05) PACKED-DECIMAL.
003708 77  DRV-CMDQ-DOWN-SW            PIC X(01) VALUE 'N'.
003709     88  DRV-CMDQ-DOWN                       VALUE 'Y'.
003710 01  DRV-CMDQ-ERROR.
003711     03  DRV-CMDQ-ERR-PROVIDED   PIC S9(9) BINARY VALUE 116.
003712     03  DRV-CMDQ-ERR-AVAIL      PIC S9(9) BINARY VALUE ZERO.
003713     03  DRV-CMDQ-ERR-ID         PIC X(07).
003714     03  FILLER                  PIC X(01).
003715     03  DRV-CMDQ-ERR-DATA       PIC X(100).
003716 77  DRV-CLG-STATUS              PIC X(02).
003717 77  DRV-PAUSED-SW               PIC X(01) VALUE 'N'.
003718     88  DRV-PAUSED                          VALUE 'Y'.
003719 77  DRV-CANCELLED-SW            PIC X(01) VALUE 'N'.
003720     88  DRV-CANCELLED                       VALUE 'Y'.
003721 77  DRV-FINISH-RC               PIC S9(04) BINARY VALUE ZERO.
003722 77  DRV-CMD-OUTCOME             PIC X(10) VALUE SPACES.
003723 77  DRV-REG-START               PIC X(14) VALUE SPACES.
003724 77  DRV-REG-STATE               PIC X(10) VALUE 'RUNNING'.
003725 77  DRV-REG-SINCE               PIC X(14) VALUE SPACES.
003726 77  DRV-REG-BY                  PIC X(10) VALUE SPACES.
003727
003728     COPY "cmdrec".
003729
003730 01  DRV-COMMAND-LINE.
003731     05  FILLER                  PIC X(07)  VALUE '** RUN '.
003732     05  DRV-CL-STATE            PIC X(10).
003733     05  FILLER                  PIC X(04)  VALUE ' BY '.
003734     05  DRV-CL-USER             PIC X(10).
003735     05  FILLER                  PIC X(04)  VALUE ' AT '.
003736     05  DRV-CL-STAMP            PIC X(14).
003737     05  FILLER                  PIC X(11)  VALUE ' AFTER ROW '.
003738     05  DRV-CL-ROW              PIC ZZZ,ZZ9.
003739     05  FILLER                  PIC X(03)  VALUE ' **'.
003740
003741 01  DRV-CANCEL-LINE.
003742     05  FILLER                  PIC X(40)
003743             VALUE '** RUN CANCELLED - CHECKPOINT KEPT, NEXT'.
003744     05  FILLER                  PIC X(23)
003745             VALUE ' START RESUMES THE RUN '.
003746     05  FILLER                  PIC X(02)  VALUE '**'.
003747
003748*--- MULTI-STREAM MODE. CC2STRCRD SUBMITS ONE DRIVER JOB PER
003749*--- STREAM WITH THE STREAM ID AND THE SHARED RUN STAMP AS THE
003750*--- THIRD AND FOURTH PARAMETERS. THE STREAM RUNS THE SUITES
003751*--- PLANNED FOR IT IN CC2STRUN (NONE PLANNED MEANS THE SUITE OF
003752*--- THE SAME NAME) AND LOGS ITS EVENTS THERE. DRV-RUN-LABEL IS
003753*--- WHAT THE REGISTRATION, THE COMMAND LOG AND THE CLOSING
003754*--- CC2RSLT ROW CALL THE RUN: THE STREAM ID, OR THE SUITE
003755*--- SELECTION OF AN ORDINARY RUN.
003756 77  DRV-STR-STATUS              PIC X(02).
003757 77  DRV-STREAM-SW               PIC X(01) VALUE 'N'.
003758     88  DRV-STREAM-MODE                     VALUE 'Y'.
003759 77  DRV-STREAM-ID               PIC X(10) VALUE SPACES.
003760 77  DRV-RUN-LABEL               PIC X(10) VALUE SPACES.
003761 77  DRV-STR-EVENT               PIC X(10) VALUE SPACES.
003762 77  DRV-MBR-FAILED-SW           PIC X(01) VALUE 'N'.
003763     88  DRV-MBR-FAILED                      VALUE 'Y'.
003764 77  DRV-IN-STREAM-SW            PIC X(01) VALUE 'Y'.
003765     88  DRV-IN-STREAM                       VALUE 'Y'.
003766 77  DRV-SS-MAX                  PIC S9(04) BINARY VALUE 50.
003767 01  DRV-SS-COUNT                PIC S9(04) BINARY VALUE ZERO.
003768 01  DRV-SS-TABLE.
003769     03  DRV-SS-ENTRY OCCURS 1 TO 50 TIMES
003770             DEPENDING ON DRV-SS-COUNT
003771             INDEXED BY DRV-SS-IDX.
003772         05  DRV-SS-SUITE        PIC X(10).
003773
003774*--- QCAPCMD CALL AREAS FOR THE STREAM'S MEMBER SELECTION
003775*--- (ADDPFM, THEN OVRDBF). THE ERROR CODE PARAMETER BRINGS A
003776*--- FAILED COMMAND BACK AS DATA INSTEAD OF AN ESCAPE MESSAGE.
003777 77  DRV-MBR-FILE                PIC X(10) VALUE SPACES.
003778 77  DRV-CAP-CMD                 PIC X(200) VALUE SPACES.
003779 77  DRV-CAP-CMD-LEN             PIC S9(09) BINARY VALUE 200.
003780 77  DRV-CAP-OPT-LEN             PIC S9(09) BINARY VALUE 20.
003781 77  DRV-CAP-OPT-FORMAT          PIC X(08) VALUE 'CPOP0100'.
003782 77  DRV-CAP-CHANGED             PIC X(200) VALUE SPACES.
003783 77  DRV-CAP-CHG-AVAIL           PIC S9(09) BINARY VALUE 200.
003784 77  DRV-CAP-CHG-LEN             PIC S9(09) BINARY VALUE ZERO.
003785 01  DRV-CAP-OPTIONS.
003786     03  DRV-CAP-TYPE            PIC S9(09) BINARY VALUE ZERO.
003787     03  DRV-CAP-DBCS            PIC X(01) VALUE '0'.
003788     03  DRV-CAP-PROMPT          PIC X(01) VALUE '0'.
003789     03  DRV-CAP-SYNTAX          PIC X(01) VALUE '0'.
003790     03  DRV-CAP-MSGKEY          PIC X(04) VALUE SPACES.
003791     03  DRV-CAP-CCSID           PIC S9(09) BINARY VALUE ZERO.
003792     03  FILLER                  PIC X(05) VALUE LOW-VALUES.
003793 01  DRV-CAP-ERROR.
003794     03  DRV-CAP-ERR-PROVIDED    PIC S9(9) BINARY VALUE 116.
003795     03  DRV-CAP-ERR-AVAIL       PIC S9(9) BINARY VALUE ZERO.
003796     03  DRV-CAP-ERR-ID          PIC X(07).
003797     03  FILLER                  PIC X(01).
003798     03  DRV-CAP-ERR-DATA        PIC X(100).
003799
003800 01  DRV-STREAM-LINE.
003801     05  FILLER                  PIC X(08)  VALUE 'STREAM:'.
003802     05  DRV-SL-STREAM           PIC X(10).
003803     05  FILLER                  PIC X(07)  VALUE '  RUN: '.
003804     05  DRV-SL-RUNID            PIC X(14).
003805
003806*--- FAILED SCENARIOS REMEMBERED FOR THE RERUN PASS: THE FILE
003807*--- ORDINAL OF THE SCENARIO'S FIRST CONTROL ROW (HOW IT IS
003808*--- FOUND AGAIN ON THE RE-READ), ITS WAIVER-STYLE KEY FOR
003809*--- THE REPORT AND THE CC2DTAQ SIGNAL, AND ITS CLASS - FAIL
003810*--- UNTIL A RETRY SETTLES IT AS FLKY OR HARD.
003811 77  DRV-RETRY-LIMIT             PIC S9(04) BINARY VALUE 1.
003812 77  DRV-RETRY-NUM               PIC 9(02) VALUE ZERO.
003813 77  DRV-RETRY-MAX               PIC S9(04) BINARY VALUE 200.
003814 77  DRV-RETRY-PASS-NBR          PIC S9(04) BINARY VALUE ZERO.
003815 77  DRV-RETRY-ROW               PIC S9(07) BINARY VALUE ZERO.
003820 77  DRV-RETRY-FOUND-SW          PIC X(01) VALUE 'N'.
003830     88  DRV-RETRY-FOUND                     VALUE 'Y'.
003840 77  DRV-RETRY-RAN-SW            PIC X(01) VALUE 'N'.
005440*--- RETRY COUNT FOR THE FAILED-SCENARIO RERUN PASS. EITHER
005450*--- LEFT OFF OR BLANK TAKES ITS DEFAULT (*ALL, 1 RETRY; '00'
005460*--- TURNS THE RERUN PASS OFF), SO THE OVERNIGHT SCHEDULER
005470*--- ENTRY DID NOT HAVE TO CHANGE. THE STREAM ID AND RUN STAMP
005472*--- ARE PASSED ONLY BY CC2STRCRD (OR BY HAND, TO RESTART ONE
005474*--- STREAM OF A MULTI-STREAM RUN UNDER ITS OWN RUN STAMP).
005476*--- THE DRILL NAME (FIFTH) MAKES AN ORDINARY RUN A CC2FAULT
005478*--- FAULT-INJECTION DRILL; A STREAM IGNORES IT.
005480 01  DRV-SUITE-PARM              PIC X(10).
005490 01  DRV-RETRY-PARM              PIC X(02).
005492 01  DRV-STREAM-PARM             PIC X(10).
005494 01  DRV-RUNID-PARM              PIC X(14).
005496 01  DRV-DRILL-PARM              PIC X(10).
005500
005510 PROCEDURE DIVISION USING DRV-SUITE-PARM, DRV-RETRY-PARM,
005515     DRV-STREAM-PARM, DRV-RUNID-PARM, DRV-DRILL-PARM.
005520
005530 0000-MAINLINE.
005540     PERFORM 1000-INITIALIZE
005840         ACCEPT DRV-TS-DATE FROM DATE YYYYMMDD
005850         ACCEPT DRV-TS-TIME FROM TIME
005860         MOVE DRV-TIMESTAMP TO DRV-RUN-STAMP
005861         IF NUMBER-OF-CALL-PARAMETERS > 2
005862             IF DRV-STREAM-PARM NOT = SPACES
005863                 MOVE DRV-STREAM-PARM TO DRV-STREAM-ID
005864                 SET DRV-STREAM-MODE TO TRUE
005865             END-IF
005866         END-IF
005867         IF NUMBER-OF-CALL-PARAMETERS > 3 AND DRV-STREAM-MODE
005868             IF DRV-RUNID-PARM NOT = SPACES
005869                 MOVE DRV-RUNID-PARM TO DRV-RUN-STAMP
005870             END-IF
005871         END-IF
005872         MOVE SPACES TO DRV-DRILL-ID
005873         MOVE 'N' TO DRV-DRILL-SW
005874         MOVE 'N' TO DRV-DRILL-ARMED-SW
005875         IF NUMBER-OF-CALL-PARAMETERS > 4 AND NOT DRV-STREAM-MODE
005876             IF DRV-DRILL-PARM NOT = SPACES
005877                 MOVE DRV-DRILL-PARM TO DRV-DRILL-ID
005878                 SET DRV-DRILL-RUN TO TRUE
005879             END-IF
005880         END-IF
005881         PERFORM 1400-GET-JOB-IDENTITY
005882*--------A STREAM SWITCHES CC2CHKPT AND CC2RUNREG TO ITS OWN
005883*--------MEMBERS FIRST, SO NOTHING BELOW CAN TOUCH THE ROWS OF
005884*--------ANOTHER STREAM OR OF AN ORDINARY RUN.
005885         IF DRV-STREAM-MODE
005886             PERFORM 1900-SELECT-STREAM-MEMBERS
005887         END-IF
005888*--------THE CHECKPOINT IS READ BEFORE THE RUN REGISTERS: A
005890*--------RESUMED RUN INHERITS ITS SUITE FROM CKP-SUITE, AND THAT
005900*--------IS THE SUITE THE REGISTRATION (AND WITH IT THE OPERATOR
005910*--------QUERY AND THE CC2DQMON WATCHDOG) MUST SHOW.
005912         IF NOT DRV-REFUSED
005920             PERFORM 1200-READ-CHECKPOINT
005921             IF DRV-DRILL-RUN AND DRV-RESTARTED
005922                 PERFORM 1860-REFUSE-DRILL
005923             ELSE
005924                 IF DRV-STREAM-MODE
005925                     MOVE DRV-STREAM-ID TO DRV-RUN-LABEL
005926                 ELSE
005927                     MOVE DRV-SUITE-SELECT TO DRV-RUN-LABEL
005928                 END-IF
005930                 PERFORM 1800-REGISTER-RUN
005933             END-IF
005936         END-IF
005940         IF DRV-REFUSED
005950             SET DRV-EOF TO TRUE
005960         ELSE
006010             MOVE DRV-SUITE-SELECT TO DRV-SP-SUITE
006020             MOVE DRV-SUITE-PARM-LINE TO REPORT-LINE
006030             WRITE REPORT-LINE
006031             IF DRV-STREAM-MODE
006032                 PERFORM 1950-LOAD-STREAM-SUITES
006033                 MOVE DRV-STREAM-ID TO DRV-SL-STREAM
006034                 MOVE DRV-RUN-STAMP TO DRV-SL-RUNID
006035                 MOVE DRV-STREAM-LINE TO REPORT-LINE
006036                 WRITE REPORT-LINE
006037                 MOVE 'STARTED' TO DRV-STR-EVENT
006038                 PERFORM 8700-WRITE-STREAM-EVENT
006039             END-IF
006040             PERFORM 1750-FREEZE-CONFIGURATION
006041             IF DRV-DRILL-RUN
006042                 PERFORM 1850-ARM-DRILL
006043             END-IF
006044             PERFORM 1870-DECLARE-REGRESSION
006045             IF DRV-RESTARTED
006050                 PERFORM 1300-RESUME-FROM-CHECKPOINT
006060             END-IF
006070             PERFORM 1100-READ-CTL-RECORD
006250* RUNNING COUNTS. A MISSING OR CLEARED FILE MEANS A CLEAN RUN.
006260* AN OPTIONAL FILE THAT IS NOT THERE STILL OPENS (STATUS '05')
006270* AND MUST BE CLOSED, OR THE CHECKPOINT REWRITES LATER IN THE
006280* RUN WOULD FIND THE FILE STILL OPEN AND FAIL. A STREAM ONLY
006282* RESUMES A CHECKPOINT OF ITS OWN RUN STAMP; ONE LEFT BEHIND BY
006284* AN EARLIER MULTI-STREAM RUN IS REPORTED AND IGNORED.
006290*----------------------------------------------------------------
006300 1200-READ-CHECKPOINT.
006310     OPEN INPUT CHECKPOINT-FILE
006340             AT END
006350                 CONTINUE
006360             NOT AT END
006370                 IF DRV-STREAM-MODE
006380                     AND CKP-RUNID NOT = DRV-RUN-STAMP
006390                     DISPLAY 'CBLTSTDRV: STREAM ' DRV-STREAM-ID
006400                         ' CHECKPOINT OF RUN ' CKP-RUNID
006410                         ' IGNORED' UPON CONSOLE
006420                 ELSE
006430                     PERFORM 1210-TAKE-CHECKPOINT
006470                 END-IF
006480         END-READ
006490         CLOSE CHECKPOINT-FILE
006510         IF DRV-CKP-STATUS = '05'
006520             CLOSE CHECKPOINT-FILE
006530         END-IF
006531     END-IF.
006532
006533*--- CARRY THE CHECKPOINT ROW INTO THE RUN.
006534 1210-TAKE-CHECKPOINT.
006535     SET DRV-RESTARTED TO TRUE
006536     MOVE CKP-ROW  TO DRV-CKP-ROW
006537     MOVE CKP-PASS TO DRV-PASS-COUNT
006538     MOVE CKP-FAIL TO DRV-FAIL-COUNT
006539     MOVE CKP-WAIVED TO DRV-WAIVED-COUNT
006540     IF CKP-RUNID NOT = SPACES
006541         MOVE CKP-RUNID TO DRV-RUN-STAMP
006542     END-IF
006543     IF CKP-SUITE NOT = SPACES
006544         MOVE CKP-SUITE TO DRV-SUITE-SELECT
006545     END-IF.
006550
006560*----------------------------------------------------------------
006570* 1300-RESUME-FROM-CHECKPOINT - CARRY THE COUNTS FORWARD, MARK
007850                     DISPLAY 'CBLTSTDRV: PAYLOAD TABLE FULL, '
007860                         'ROW DROPPED: ' PAY-TYPE UPON CONSOLE
007870                 END-IF
007871             END-IF
007872     END-READ.
007873
007874*----------------------------------------------------------------
007875* 1750-FREEZE-CONFIGURATION - HAVE CC2CFGSNP SNAPSHOT THE
007876* CONFIGURATION UNDER THE RUN STAMP. WHEN THE STAMP ALREADY HAS
007877* ONE (A RESUMED RUN, OR A STREAM WHOSE COORDINATOR TOOK IT)
007878* THE WAIVER AND PAYLOAD TABLES ARE RELOADED FROM IT AND ANY
007879* LIVE ROW THAT HAS CHANGED SINCE IS REPORTED. A SNAPSHOT THAT
007880* CANNOT BE WRITTEN COSTS THE RECORD OF IT, NOT THE RUN.
007881*----------------------------------------------------------------
007882 1750-FREEZE-CONFIGURATION.
007883     MOVE 'TAKE' TO SNPP-FUNCTION
007884     MOVE DRV-RUN-STAMP TO SNPP-RUNSTAMP
007885     MOVE SPACES TO SNPP-OTHER-STAMP
007886     CALL 'CC2CFGSNP' USING SNPP-FUNCTION, SNPP-RUNSTAMP,
007887         SNPP-OTHER-STAMP, SNPP-RESULT, SNPP-DIFF-COUNT,
007888         SNPP-TYPE-COUNT, SNPP-TYPE-LIST
007889     IF SNPP-REUSED
007890         PERFORM 1760-RELOAD-FROM-SNAPSHOT
007891     END-IF
007892     MOVE SNPP-RESULT TO DRV-SN-RESULT
007893     MOVE DRV-PAY-COUNT TO DRV-SN-PAYLOADS
007894     MOVE DRV-WVR-COUNT TO DRV-SN-WAIVERS
007895     MOVE DRV-SNAPSHOT-LINE TO REPORT-LINE
007896     WRITE REPORT-LINE
007897     IF SNPP-REUSED AND SNPP-DIFF-COUNT > ZERO
007898         MOVE SNPP-DIFF-COUNT TO DRV-DR-COUNT
007899         MOVE DRV-DRIFT-LINE TO REPORT-LINE
007900         WRITE REPORT-LINE
007901         DISPLAY 'CBLTSTDRV: RUN ' DRV-RUN-STAMP ' LIVE CONFIG'
007902             ' DIFFERS FROM ITS SNAPSHOT IN ' DRV-DR-COUNT
007903             ' ROWS' UPON CONSOLE
007904     END-IF.
007905
007906*----------------------------------------------------------------
007907* 1760-RELOAD-FROM-SNAPSHOT - REBUILD THE WAIVER TABLE FROM THE
007908* SNAPSHOT'S WAIVERS AND THE PAYLOAD TABLE FROM ITS ACTIVE
007909* PAYLOAD ROWS, WITH THE SAME LIMITS AS THE LIVE LOADS.
007910*----------------------------------------------------------------
007911 1760-RELOAD-FROM-SNAPSHOT.
007912     MOVE ZERO TO DRV-WVR-COUNT
007913     MOVE ZERO TO DRV-PAY-COUNT
007914     MOVE 'N' TO DRV-EOF-SWITCH
007915     OPEN INPUT SNAPSHOT-FILE
007916     IF DRV-SNP-STATUS = '00'
007917         PERFORM 1770-READ-SNAPSHOT-ROW UNTIL DRV-EOF
007918         CLOSE SNAPSHOT-FILE
007919     ELSE
007920         IF DRV-SNP-STATUS = '05'
007921             CLOSE SNAPSHOT-FILE
007922         END-IF
007923     END-IF
007924     MOVE 'N' TO DRV-EOF-SWITCH.
007925
007926 1770-READ-SNAPSHOT-ROW.
007927     READ SNAPSHOT-FILE
007928         AT END
007929             SET DRV-EOF TO TRUE
007930         NOT AT END
007931             IF SNP-RUNSTAMP = DRV-RUN-STAMP
007932                 EVALUATE TRUE
007933                     WHEN SNP-WAIVER
007934                         PERFORM 1780-RELOAD-WAIVER
007935                     WHEN SNP-PAYLOAD AND NOT SNP-PAY-INACTIVE
007936                         PERFORM 1790-RELOAD-PAYLOAD
007937                     WHEN OTHER
007938                         CONTINUE
007939                 END-EVALUATE
007940             END-IF
007941     END-READ.
007942
007943 1780-RELOAD-WAIVER.
007944     IF DRV-WVR-COUNT < DRV-WVR-MAX
007945         ADD 1 TO DRV-WVR-COUNT
007946         SET DRV-WVR-IDX TO DRV-WVR-COUNT
007947         MOVE SNP-WVR-KEY TO DRV-WV-KEY (DRV-WVR-IDX)
007948         MOVE SNP-WVR-TICKET TO DRV-WV-TICKET (DRV-WVR-IDX)
007949         MOVE SNP-WVR-EXPIRES TO DRV-WV-EXPIRES (DRV-WVR-IDX)
007950     ELSE
007951         DISPLAY 'CBLTSTDRV: WAIVER TABLE FULL, '
007952             'WAIVER DROPPED: ' SNP-WVR-KEY UPON CONSOLE
007953     END-IF.
007954
007955 1790-RELOAD-PAYLOAD.
007956     IF DRV-PAY-COUNT < DRV-PAY-MAX
007957         ADD 1 TO DRV-PAY-COUNT
007958         MOVE SNP-PAY-TYPE TO DRV-PAY-TYPE (DRV-PAY-COUNT)
007959         MOVE SNP-PAY-INPUT TO DRV-PAY-INPUT (DRV-PAY-COUNT)
007960         MOVE SNP-PAY-RESP TO DRV-PAY-RESP (DRV-PAY-COUNT)
007961     ELSE
007962         DISPLAY 'CBLTSTDRV: PAYLOAD TABLE FULL, '
007963             'ROW DROPPED: ' SNP-PAY-TYPE UPON CONSOLE
007964     END-IF.
007965
007966*----------------------------------------------------------------
007967* 1800-REGISTER-RUN - TAKE THE ACTIVE-RUN LOCK. A CC2RUNREG ROW
007968* ALREADY ON FILE MEANS A RUN IS (OR WAS) IN FLIGHT: IF ITS JOB
007969* IS STILL ACTIVE THIS START REFUSES WITH RETURN CODE 12, AND IF
007970* THE JOB IS GONE THE LOCK IS STALE AND RECLAIMED WITH A CONSOLE
007971* NOTE. PASSING THE CHECK REWRITES THE FILE WITH OUR OWN JOB
007972* IDENTITY AND START STAMP. A ROW LEFT IN STATE CANCELLED IS AN
007973* OPERATOR-CANCELLED RUN WAITING TO BE RESUMED: ITS JOB MAY
007974* STILL BE ON THE SYSTEM WITH SPOOLED OUTPUT, SO IT IS TAKEN
007976* OVER WITHOUT THE PROBE. A '*STREAMS' ROW BELONGS TO A
007977* MULTI-STREAM RUN'S COORDINATOR: A PLAIN START REFUSES WHILE IT
007978* IS THERE, HOWEVER IT STANDS - CC2STRCRD RESUMES OR CLEARS IT.
007980*----------------------------------------------------------------
007990 1800-REGISTER-RUN.
008000     MOVE 'N' TO DRV-REG-STALE-SW
008050                 CONTINUE
008060             NOT AT END
008070                 MOVE REG-SUITE TO DRV-REG-SUITE-SAVE
008072                 EVALUATE TRUE
008074                     WHEN REG-MULTI-STREAM
008076                         MOVE REG-JOB    TO DRV-PRB-JOB
008078                         MOVE REG-USER   TO DRV-PRB-USER
008080                         MOVE REG-JOBNBR TO DRV-PRB-NBR
008082                         SET DRV-REFUSED TO TRUE
008083                     WHEN REG-CANCELLED
008084                         DISPLAY 'CBLTSTDRV: RUN OF SUITE '
008085                             REG-SUITE ' CANCELLED BY ' REG-BY
008086                             ' AT ' REG-SINCE ' TAKEN OVER'
008087                             UPON CONSOLE
008088                     WHEN OTHER
008089                         PERFORM 1810-PROBE-REGISTERED-JOB
008090                         IF DRV-REG-STALE
008100                             DISPLAY 'CBLTSTDRV: STALE RUN LOCK '
008102                                 'FROM JOB ' DRV-PRB-NBR '/'
008104                                 DRV-PRB-USER '/' DRV-PRB-JOB
008106                                 ' RECLAIMED' UPON CONSOLE
008130                         ELSE
008140                             SET DRV-REFUSED TO TRUE
008150                         END-IF
008155                 END-EVALUATE
008160         END-READ
008170         CLOSE REGISTER-FILE
008180     ELSE
008320     ELSE
008330         OPEN OUTPUT REGISTER-FILE
008340         IF DRV-REG-STATUS = '00'
008350             MOVE DRV-RUN-LABEL    TO REG-SUITE
008360             MOVE DRV-JOBI-JOB     TO REG-JOB
008370             MOVE DRV-JOBI-USER    TO REG-USER
008380             MOVE DRV-JOBI-NUMBER  TO REG-JOBNBR
008390             MOVE DRV-TIMESTAMP    TO REG-STAMP
008392             MOVE DRV-TIMESTAMP    TO DRV-REG-START
008394             MOVE DRV-REG-STATE    TO REG-STATE
008396             MOVE SPACES           TO REG-SINCE
008398             MOVE SPACES           TO REG-BY
008400             WRITE REG-RECORD
008410             CLOSE REGISTER-FILE
008420             SET DRV-REGISTERED TO TRUE
008550 1810-PROBE-REGISTERED-JOB.
008560     MOVE REG-JOB    TO DRV-PRB-JOB
008570     MOVE REG-USER   TO DRV-PRB-USER
008571     MOVE REG-JOBNBR TO DRV-PRB-NBR
008572     MOVE SPACES TO DRV-PRB-RECEIVER
008573     MOVE ZERO TO DRV-PRB-ERR-AVAIL
008574     MOVE SPACES TO DRV-PRB-ERR-ID
008575     CALL 'QUSRJOBI' USING DRV-PRB-RECEIVER, DRV-JOBI-LENGTH,
008576         DRV-JOBI-FORMAT, DRV-PRB-QUALJOB, DRV-JOBI-INTID,
008577         DRV-PRB-ERROR
008578     IF DRV-PRB-ERR-AVAIL > ZERO
008579         SET DRV-REG-STALE TO TRUE
008580     END-IF.
008581
008582*----------------------------------------------------------------
008583* 1850-ARM-DRILL - ARM CBLCALLP2 WITH THE DRILL'S CC2FAULT ENTRIES
008584* ('*DRILL' CONTROL CALL, DRILL NAME IN LK-RESP) AND REPORT THE
008585* ANSWER. NOFAULTS MEANS THE DRILL HAS NO ACTIVE ENTRIES: THE RUN
008586* GOES ON UNTAMPERED, BUT IS STILL A DRILL AND STILL NEVER COUNTS
008587* AS A REAL RUN.
008588*----------------------------------------------------------------
008589 1850-ARM-DRILL.
008590     MOVE '*DRILL' TO LK-TYPE
008591     MOVE DRV-DRILL-ID TO LK-RESP
008592     MOVE SPACES TO LK-PAYLOAD
008593     CALL 'CBLCALLP2' USING LK-TYPE, LK-RESP, LK-PAYLOAD
008594     IF LK-RESP = 'ARMED'
008595         SET DRV-DRILL-ARMED TO TRUE
008596     ELSE
008597         DISPLAY 'CBLTSTDRV: FAULT DRILL ' DRV-DRILL-ID
008598             ' HAS NO ACTIVE CC2FAULT ENTRIES, NOTHING INJECTED'
008599             UPON CONSOLE
008600     END-IF
008601     MOVE DRV-DRILL-ID TO DRV-DL-NAME
008602     MOVE LK-RESP TO DRV-DL-RESULT
008603     MOVE DRV-DRILL-LINE TO REPORT-LINE
008604     WRITE REPORT-LINE.
008605
008606*----------------------------------------------------------------
008607* 1860-REFUSE-DRILL - A CHECKPOINT IS PENDING, SO THE NEXT REAL
008608* START MUST RESUME IT: A DRILL MAY NOT TAKE IT OVER. REFUSE WITH
008609* RETURN CODE 12, LEAVING THE CHECKPOINT AND CC2RUNREG UNTOUCHED.
008610*----------------------------------------------------------------
008611 1860-REFUSE-DRILL.
008612     SET DRV-REFUSED TO TRUE
008613     MOVE DRV-DRILL-ID TO DRV-DF-NAME
008614     MOVE DRV-DRILL-REFUSED-LINE TO REPORT-LINE
008615     WRITE REPORT-LINE
008616     DISPLAY 'CBLTSTDRV: FAULT DRILL ' DRV-DRILL-ID ' REFUSED, '
008617         'CHECKPOINTED RUN ' DRV-RUN-STAMP ' IS PENDING'
008618         UPON CONSOLE
008619     MOVE 12 TO RETURN-CODE.
008620
008621*----------------------------------------------------------------
008622* 1870-DECLARE-REGRESSION - TELL CBLCALLP2 THIS JOB IS A
008623* REGRESSION RUN ('*REGRESS' CONTROL CALL) BEFORE ANY SCENARIO IS
008624* SENT, SO LIVE-CALL CAPTURE NEVER RECORDS PLANNED CALLS. IT COMES
008625* AFTER A DRILL IS ARMED, SO ITS AUDIT ROW CARRIES THE DRILL NAME.
008626*----------------------------------------------------------------
008627 1870-DECLARE-REGRESSION.
008628     MOVE '*REGRESS' TO LK-TYPE
008629     MOVE SPACES TO LK-RESP
008630     MOVE SPACES TO LK-PAYLOAD
008631     CALL 'CBLCALLP2' USING LK-TYPE, LK-RESP, LK-PAYLOAD.
008632
008633*----------------------------------------------------------------
008634* 1900-SELECT-STREAM-MEMBERS - POINT CC2CHKPT AND CC2RUNREG AT
008635* THE MEMBERS NAMED AFTER THIS STREAM, SO CONCURRENT STREAMS
008636* EACH KEEP THEIR OWN CHECKPOINT AND REGISTRATION. THE MEMBER IS
008637* ADDED FIRST (AN ERROR THERE ONLY MEANS IT IS ALREADY ON FILE).
008638* AN OVERRIDE THAT FAILS REFUSES THE STREAM WITH RETURN CODE 12
008639* RATHER THAN LET IT RUN ON THE SHARED FIRST MEMBER.
008640*----------------------------------------------------------------
008641 1900-SELECT-STREAM-MEMBERS.
008642     MOVE 'CC2CHKPT' TO DRV-MBR-FILE
008643     PERFORM 1910-OVERRIDE-MEMBER
008644     IF NOT DRV-REFUSED
008645         MOVE 'CC2RUNREG' TO DRV-MBR-FILE
008646         PERFORM 1910-OVERRIDE-MEMBER
008647     END-IF.
008648
008649 1910-OVERRIDE-MEMBER.
008650     MOVE SPACES TO DRV-CAP-CMD
008651     STRING 'ADDPFM FILE(*LIBL/' DELIMITED BY SIZE
008652            DRV-MBR-FILE         DELIMITED BY SPACE
008653            ') MBR('             DELIMITED BY SIZE
008654            DRV-STREAM-ID        DELIMITED BY SPACE
008655            ')'                  DELIMITED BY SIZE
008656         INTO DRV-CAP-CMD
008657     PERFORM 1920-RUN-COMMAND
008658     MOVE SPACES TO DRV-CAP-CMD
008659     STRING 'OVRDBF FILE('       DELIMITED BY SIZE
008660            DRV-MBR-FILE         DELIMITED BY SPACE
008661            ') MBR('             DELIMITED BY SIZE
008662            DRV-STREAM-ID        DELIMITED BY SPACE
008663            ') OVRSCOPE(*JOB)'   DELIMITED BY SIZE
008664         INTO DRV-CAP-CMD
008665     PERFORM 1920-RUN-COMMAND
008666     IF DRV-CAP-ERR-AVAIL > ZERO
008667         DISPLAY 'CBLTSTDRV: STREAM ' DRV-STREAM-ID
008668             ' CANNOT SELECT ITS ' DRV-MBR-FILE ' MEMBER ('
008669             DRV-CAP-ERR-ID '), STREAM REFUSED' UPON CONSOLE
008670         SET DRV-REFUSED TO TRUE
008671         SET DRV-MBR-FAILED TO TRUE
008672         MOVE 12 TO RETURN-CODE
008673     END-IF.
008674
008675*--- RUN ONE CL COMMAND THROUGH QCAPCMD. A FAILURE COMES BACK IN
008676*--- DRV-CAP-ERROR FOR THE CALLER TO JUDGE.
008677 1920-RUN-COMMAND.
008678     MOVE ZERO TO DRV-CAP-ERR-AVAIL
008679     MOVE SPACES TO DRV-CAP-ERR-ID
008680     CALL 'QCAPCMD' USING DRV-CAP-CMD, DRV-CAP-CMD-LEN,
008681         DRV-CAP-OPTIONS, DRV-CAP-OPT-LEN, DRV-CAP-OPT-FORMAT,
008685         DRV-CAP-CHANGED, DRV-CAP-CHG-AVAIL, DRV-CAP-CHG-LEN,
008686         DRV-CAP-ERROR.
008687
008688*----------------------------------------------------------------
008689* 1950-LOAD-STREAM-SUITES - THE SUITES CC2STRCRD PLANNED FOR THIS
008690* STREAM UNDER THIS RUN STAMP (ITS PLANNED ROWS IN CC2STRUN). A
008691* STREAM WITH NO PLANNED ROWS - ONE STARTED BY HAND - RUNS THE
008692* SUITE OF THE SAME NAME.
008693*----------------------------------------------------------------
008694 1950-LOAD-STREAM-SUITES.
008695     MOVE ZERO TO DRV-SS-COUNT
008696     MOVE 'N' TO DRV-EOF-SWITCH
008697     OPEN INPUT STREAM-FILE
008698     IF DRV-STR-STATUS = '00'
008699         PERFORM 1960-READ-STREAM-ROW
008700             UNTIL DRV-EOF
008701         CLOSE STREAM-FILE
008702     ELSE
008703         IF DRV-STR-STATUS = '05'
008704             CLOSE STREAM-FILE
008705         END-IF
008706     END-IF
008707     MOVE 'N' TO DRV-EOF-SWITCH
008708     IF DRV-SS-COUNT = ZERO
008709         MOVE 1 TO DRV-SS-COUNT
008710         MOVE DRV-STREAM-ID TO DRV-SS-SUITE (1)
008711     END-IF.
008712
008713 1960-READ-STREAM-ROW.
008714     READ STREAM-FILE
008715         AT END
008716             SET DRV-EOF TO TRUE
008717         NOT AT END
008718             IF STR-RUNSTAMP = DRV-RUN-STAMP
008719                 AND STR-STREAM = DRV-STREAM-ID
008720                 AND STR-PLANNED
008721                 IF DRV-SS-COUNT < DRV-SS-MAX
008722                     ADD 1 TO DRV-SS-COUNT
008723                     MOVE STR-SUITE TO DRV-SS-SUITE (DRV-SS-COUNT)
008724                 ELSE
008725                     DISPLAY 'CBLTSTDRV: STREAM SUITE TABLE FULL,'
008726                         ' SUITE DROPPED: ' STR-SUITE UPON CONSOLE
008727                 END-IF
008728             END-IF
008729     END-READ.
008730
008731*----------------------------------------------------------------
008732* 2000-RUN-SCENARIO - GATHER THE NEXT SCENARIO FROM THE CONTROL
008733* FILE (ONE ROW, OR A GROUP OF CONSECUTIVE ROWS SHARING A
008734* NON-BLANK TC-SCENARIO), EXECUTE OR SKIP IT AS A UNIT, AND
008735* CHECKPOINT AT THE SCENARIO BOUNDARY - NEVER MID-SEQUENCE.
008740* THE FIRST ROW'S ACTIVE FLAG AND SUITE GOVERN THE WHOLE GROUP.
008745* THE SAME BOUNDARY IS WHERE AN OPERATOR COMMAND IS TAKEN.
008750*----------------------------------------------------------------
008760 2000-RUN-SCENARIO.
008770     PERFORM 2010-GATHER-SCENARIO
008775     PERFORM 2005-CHECK-STREAM-SUITE
008780     IF DRV-SCN-INACTIVE
008785         OR NOT DRV-IN-STREAM
008790         OR (DRV-SUITE-SELECT NOT = '*ALL'
008800         AND DRV-SCN-SUITE NOT = DRV-SUITE-SELECT)
008810         ADD DRV-SCN-ROWS TO DRV-SKIPPED-COUNT
008830         PERFORM 2100-EXECUTE-SCENARIO
008840     END-IF
008850     ADD DRV-SCN-ROWS TO DRV-ROW-COUNT
008855     IF NOT DRV-DRILL-RUN
008856         PERFORM 2900-WRITE-CHECKPOINT
008857     END-IF
008858     IF NOT DRV-EOF
008859         PERFORM 2950-CHECK-OPERATOR-COMMAND
008860     END-IF.
008861
008862*--- A STREAM RUNS ONLY THE SUITES PLANNED FOR IT; EVERY OTHER
008863*--- SCENARIO IS ANOTHER STREAM'S AND IS SKIPPED HERE.
008864 2005-CHECK-STREAM-SUITE.
008865     MOVE 'Y' TO DRV-IN-STREAM-SW
008866     IF DRV-STREAM-MODE
008867         MOVE 'N' TO DRV-IN-STREAM-SW
008868         SET DRV-SS-IDX TO 1
008869         SEARCH DRV-SS-ENTRY
008870             AT END
008871                 CONTINUE
008872             WHEN DRV-SS-SUITE (DRV-SS-IDX) = DRV-SCN-SUITE
008873                 SET DRV-IN-STREAM TO TRUE
008874         END-SEARCH
008875     END-IF.
008876
008880*----------------------------------------------------------------
008890* 2010-GATHER-SCENARIO - BUILD THE STEP TABLE FROM THE CURRENT
008900* CONTROL ROW AND, FOR A NON-BLANK TC-SCENARIO, EVERY FOLLOWING
010640     PERFORM 2115-READ-CLOCK-HUNDR
010650     MOVE DRV-CALL-ELAPSED TO DRV-START-HUNDR
010660     CALL 'CBLCALLP2' USING LK-TYPE, LK-RESP, LK-PAYLOAD
010661*--- AN INJECTED PARAMETER ERROR COMES BACK AS RETURN CODE 20;
010662*--- IT IS JUDGED BY LK-RESP LIKE ANY STEP AND MUST NOT BECOME
010663*--- THE DRIVER'S OWN RETURN CODE.
010664     IF DRV-DRILL-RUN
010665         MOVE ZERO TO RETURN-CODE
010666     END-IF
010670     PERFORM 2115-READ-CLOCK-HUNDR
010680     MOVE DRV-CALL-ELAPSED TO DRV-END-HUNDR
010690     COMPUTE DRV-CALL-ELAPSED =
012260         MOVE DRV-SCN-ID       TO RSL-SCENARIO
012270         MOVE DRV-ST-SEQ (DRV-STEP-IDX)      TO RSL-STEP
012280         MOVE DRV-ST-ELAPSED (DRV-STEP-IDX)  TO RSL-ELAPSED
012282         MOVE DRV-SCN-SUITE    TO RSL-SUITE
012284         ACCEPT DRV-TS-DATE FROM DATE YYYYMMDD
012286         ACCEPT DRV-TS-TIME FROM TIME
012288         MOVE DRV-TIMESTAMP    TO RSL-ROWSTAMP
012289         MOVE DRV-DRILL-ID     TO RSL-DRILL
012290         WRITE RSL-RECORD
012300     END-IF.
012310
012490         MOVE DRV-SUITE-SELECT TO CKP-SUITE
012500         MOVE DRV-WAIVED-COUNT TO CKP-WAIVED
012510         WRITE CHECKPOINT-RECORD
012511         CLOSE CHECKPOINT-FILE
012512     END-IF.
012513
012514*----------------------------------------------------------------
012515* 2950-CHECK-OPERATOR-COMMAND - LOOK ON CC2CMDQ FOR AN OPERATOR
012516* COMMAND NOW THAT THE SCENARIO IS CHECKPOINTED. A PAUSE HOLDS
012517* THE RUN HERE, WAITING ON THE QUEUE A MINUTE AT A TIME, UNTIL
012518* A RESUME OR A CANCEL ARRIVES. A CANCEL ENDS THE MAIN PASS AT
012519* THIS BOUNDARY AND 8000-FINISH KEEPS THE CHECKPOINT.
012520*----------------------------------------------------------------
012521 2950-CHECK-OPERATOR-COMMAND.
012522     MOVE ZERO TO DRV-CMDQ-WAIT
012523     PERFORM 2960-RECEIVE-COMMAND
012524     IF DRV-CMDQ-LEN > ZERO
012525         PERFORM 2970-APPLY-COMMAND
012526     END-IF
012527     PERFORM 2955-WAIT-WHILE-PAUSED
012528         UNTIL NOT DRV-PAUSED.
012529
012530 2955-WAIT-WHILE-PAUSED.
012531     MOVE DRV-PAUSE-WAIT TO DRV-CMDQ-WAIT
012532     PERFORM 2960-RECEIVE-COMMAND
012533     IF DRV-CMDQ-LEN > ZERO
012534         PERFORM 2970-APPLY-COMMAND
012535     END-IF.
012536
012537 2960-RECEIVE-COMMAND.
012538     MOVE SPACES TO CMD-ENTRY
012539     MOVE ZERO TO DRV-CMDQ-LEN
012540     IF NOT DRV-CMDQ-DOWN
012541         MOVE LENGTH OF CMD-ENTRY TO DRV-CMDQ-RCVSIZE
012542         MOVE DRV-JOBI-NUMBER TO DRV-CMDQ-KEY
012543         MOVE ZERO TO DRV-CMDQ-ERR-AVAIL
012544         MOVE SPACES TO DRV-CMDQ-ERR-ID
012545         CALL 'QRCVDTAQ' USING DRV-CMDQ-NAME, DRV-CMDQ-LIB,
012546             DRV-CMDQ-LEN, CMD-ENTRY, DRV-CMDQ-WAIT,
012547             DRV-CMDQ-ORDER, DRV-CMDQ-KEYLEN, DRV-CMDQ-KEY,
012548             DRV-CMDQ-SNDLEN, DRV-CMDQ-SENDER, DRV-CMDQ-REMOVE,
012549             DRV-CMDQ-RCVSIZE, DRV-CMDQ-ERROR
012550         IF DRV-CMDQ-ERR-AVAIL > ZERO
012551             PERFORM 2965-COMMAND-QUEUE-LOST
012552         END-IF
012553     END-IF.
012554
012555*--- CC2CMDQ CANNOT BE READ: NO COMMAND, AND NONE WILL COME. A
012556*--- PAUSED RUN CARRIES ON, SHOWN AS RUNNING AGAIN IN CC2RUNREG.
012557 2965-COMMAND-QUEUE-LOST.
012558     MOVE ZERO TO DRV-CMDQ-LEN
012559     SET DRV-CMDQ-DOWN TO TRUE
012560     DISPLAY 'CBLTSTDRV: CC2CMDQ NOT AVAILABLE ('
012561         DRV-CMDQ-ERR-ID '), OPERATOR COMMANDS IGNORED'
012562         UPON CONSOLE
012563     IF DRV-PAUSED
012564         MOVE 'N' TO DRV-PAUSED-SW
012565         MOVE 'RUNNING' TO DRV-REG-STATE
012566         ACCEPT DRV-TS-DATE FROM DATE YYYYMMDD
012567         ACCEPT DRV-TS-TIME FROM TIME
012568         MOVE DRV-TIMESTAMP TO DRV-REG-SINCE
012569         PERFORM 2980-REWRITE-REGISTRATION
012570         IF DRV-STREAM-MODE
012571             MOVE DRV-REG-STATE TO DRV-STR-EVENT
012572             PERFORM 8700-WRITE-STREAM-EVENT
012573         END-IF
012574     END-IF.
012575
012576*----------------------------------------------------------------
012577* 2970-APPLY-COMMAND - ACT ON ONE RECEIVED COMMAND. AN ENTRY FOR
012578* ANOTHER JOB, A PAUSE WHILE PAUSED, A RESUME WHILE RUNNING OR
012579* AN UNKNOWN VERB IS IGNORED. AN APPLIED COMMAND IS PRINTED,
012580* TOLD TO THE CONSOLE AND REWRITTEN INTO THE CC2RUNREG ROW;
012581* EVERY ENTRY, APPLIED OR NOT, IS LOGGED TO CC2CMDLOG. A STREAM
012582* ALSO LOGS A PAUSE OR RESUME TO CC2STRUN FOR ITS COORDINATOR.
012583*----------------------------------------------------------------
012584 2970-APPLY-COMMAND.
012585     MOVE 'IGNORED' TO DRV-CMD-OUTCOME
012586     IF CMD-JOBNBR = DRV-JOBI-NUMBER
012587         EVALUATE TRUE
012588             WHEN CMD-PAUSE AND NOT DRV-PAUSED
012589                 SET DRV-PAUSED TO TRUE
012590                 MOVE 'PAUSED' TO DRV-REG-STATE
012591                 MOVE 'APPLIED' TO DRV-CMD-OUTCOME
012592             WHEN CMD-RESUME AND DRV-PAUSED
012593                 MOVE 'N' TO DRV-PAUSED-SW
012594                 MOVE 'RUNNING' TO DRV-REG-STATE
012595                 MOVE 'APPLIED' TO DRV-CMD-OUTCOME
012596             WHEN CMD-CANCEL
012597                 SET DRV-CANCELLED TO TRUE
012598                 MOVE 'N' TO DRV-PAUSED-SW
012599                 SET DRV-EOF TO TRUE
012600                 MOVE 'CANCELLED' TO DRV-REG-STATE
012601                 MOVE 'APPLIED' TO DRV-CMD-OUTCOME
012602             WHEN OTHER
012603                 CONTINUE
012604         END-EVALUATE
012605     END-IF
012606     ACCEPT DRV-TS-DATE FROM DATE YYYYMMDD
012607     ACCEPT DRV-TS-TIME FROM TIME
012608     IF DRV-CMD-OUTCOME = 'APPLIED'
012609         MOVE DRV-TIMESTAMP TO DRV-REG-SINCE
012610         MOVE CMD-USER      TO DRV-REG-BY
012611         MOVE DRV-REG-STATE TO DRV-CL-STATE
012612         MOVE CMD-USER      TO DRV-CL-USER
012613         MOVE DRV-TIMESTAMP TO DRV-CL-STAMP
012614         MOVE DRV-ROW-COUNT TO DRV-CL-ROW
012615         MOVE DRV-COMMAND-LINE TO REPORT-LINE
012616         WRITE REPORT-LINE
012617         DISPLAY 'CBLTSTDRV: RUN ' DRV-REG-STATE ' BY '
012618             CMD-USER ' AFTER ROW ' DRV-CL-ROW UPON CONSOLE
012619         PERFORM 2980-REWRITE-REGISTRATION
012620         IF DRV-STREAM-MODE AND NOT DRV-CANCELLED
012621             MOVE DRV-REG-STATE TO DRV-STR-EVENT
012622             PERFORM 8700-WRITE-STREAM-EVENT
012623         END-IF
012624     END-IF
012625     PERFORM 2990-LOG-COMMAND.
012626
012627*--- KEEP CC2RUNREG SHOWING WHAT THE RUN IS DOING NOW. THE START
012628*--- STAMP IS THE ONE 1800 WROTE, SO THE ROW STILL READS AS THE
012629*--- SAME RUN TO THE OPERATOR QUERY AND THE WATCHDOG.
012630 2980-REWRITE-REGISTRATION.
012631     IF DRV-REGISTERED
012632         OPEN OUTPUT REGISTER-FILE
012633         IF DRV-REG-STATUS = '00'
012634             MOVE DRV-RUN-LABEL    TO REG-SUITE
012635             MOVE DRV-JOBI-JOB     TO REG-JOB
012636             MOVE DRV-JOBI-USER    TO REG-USER
012637             MOVE DRV-JOBI-NUMBER  TO REG-JOBNBR
012638             MOVE DRV-REG-START    TO REG-STAMP
012639             MOVE DRV-REG-STATE    TO REG-STATE
012640             MOVE DRV-REG-SINCE    TO REG-SINCE
012641             MOVE DRV-REG-BY       TO REG-BY
012642             WRITE REG-RECORD
012643             CLOSE REGISTER-FILE
012644         END-IF
012645     END-IF.
012646
012647*--- ONE CC2CMDLOG ROW PER ENTRY RECEIVED. WHO SENT IT AND WHEN
012648*--- COME FROM THE QUEUE ENTRY; A LOG THAT WILL NOT OPEN COSTS
012649*--- THE ROW, NOT THE RUN.
012650 2990-LOG-COMMAND.
012651     OPEN EXTEND CMDLOG-FILE
012652     IF DRV-CLG-STATUS = '00' OR DRV-CLG-STATUS = '05'
012653         MOVE DRV-TIMESTAMP    TO CLG-STAMP
012654         MOVE CMD-VERB         TO CLG-VERB
012655         MOVE CMD-USER         TO CLG-USER
012656         MOVE CMD-STAMP        TO CLG-SENT
012657         MOVE 'CBLTSTDRV'      TO CLG-SOURCE
012658         MOVE CMD-JOBNBR       TO CLG-JOBNBR
012659         MOVE DRV-RUN-LABEL    TO CLG-SUITE
012660         MOVE DRV-CMD-OUTCOME  TO CLG-OUTCOME
012661         WRITE CLG-RECORD
012662         CLOSE CMDLOG-FILE
012663     END-IF.
012664
012665*----------------------------------------------------------------
012666* 7000-RETRY-FAILED-SCENARIOS - AFTER THE MAIN PASS, RE-EXECUTE
012667* ONLY THE SCENARIOS THAT JUST FAILED, UP TO DRV-RETRY-LIMIT
012668* ATTEMPTS, AND SETTLE EACH AS FLKY (PASSED ON RETRY - STOP
012669* INVESTIGATING) OR HARD (FAILED EVERY ATTEMPT - REAL). THE
012670* MAIN-PASS TALLIES AND THE CHECKPOINT ARE NOT TOUCHED; THE
012671* ATTEMPTS PRINT IN THEIR OWN REPORT SECTION AND APPEND THEIR
012672* OWN CC2RSLT ROWS, THE LAST OF WHICH CARRIES THE CLASS.
012673*----------------------------------------------------------------
012674 7000-RETRY-FAILED-SCENARIOS.
012675     IF DRV-RETRY-COUNT > ZERO AND DRV-RETRY-LIMIT > ZERO
012676         AND DRV-CTL-IS-OPEN AND NOT DRV-CANCELLED
012680         SET DRV-RETRY-RAN TO TRUE
012690         MOVE SPACES TO REPORT-LINE
012700         WRITE REPORT-LINE
014310
014320*----------------------------------------------------------------
014330* 8000-FINISH - PRINT THE PASS/FAIL SUMMARY, CLEAR THE
014340* CHECKPOINT (THE RUN GOT TO THE END), AND CLOSE THE FILES. A
014342* RUN THE OPERATOR CANCELLED KEEPS ITS CHECKPOINT AND ITS
014344* CC2RUNREG ROW (ALREADY REWRITTEN AS CANCELLED), WRITES A
014346* '*RUNCANCEL' ROW IN PLACE OF '*RUNTOTAL' AND ENDS WITH
014348* RETURN CODE 4. A STREAM LEAVES '*RUNTOTAL' TO ITS COORDINATOR
014349* AND LOGS ITS END, WITH ITS SUITE SUBTOTALS, TO CC2STRUN.
014350*----------------------------------------------------------------
014360 8000-FINISH.
014370     IF DRV-CTL-IS-OPEN AND NOT DRV-REFUSED
014375         AND NOT DRV-CANCELLED
014380         PERFORM 8100-CLEAR-CHECKPOINT
014390     END-IF
014400     IF DRV-REGISTERED AND NOT DRV-CANCELLED
014410         PERFORM 8300-CLEAR-REGISTRATION
014420     END-IF
014430     IF DRV-SUITE-COUNT > ZERO
014790     COMPUTE DRV-S-ELAPSED = DRV-RUN-ELAPSED / 100
014800     MOVE DRV-SUMMARY-LINE-7 TO REPORT-LINE
014810     WRITE REPORT-LINE
014811*--- THE CALLS BELOW SET RETURN-CODE AGAIN, SO THE RUN'S OWN
014812*--- RETURN CODE IS KEPT ASIDE AND PUT BACK BEFORE THE CLOSES.
014813     MOVE RETURN-CODE TO DRV-FINISH-RC
014814     IF DRV-CANCELLED
014815         MOVE DRV-CANCEL-LINE TO REPORT-LINE
014816         WRITE REPORT-LINE
014817         MOVE 4 TO DRV-FINISH-RC
014818     END-IF
014820     IF DRV-RSL-IS-OPEN
014822         IF DRV-CANCELLED
014824             PERFORM 8500-WRITE-RUN-CANCEL-ROW
014826         ELSE
014828             IF NOT DRV-STREAM-MODE
014830                 PERFORM 8400-WRITE-RUN-TOTAL-ROW
014832             END-IF
014835         END-IF
014840     END-IF
014842     IF DRV-STREAM-MODE
014844         PERFORM 8600-POST-STREAM-END
014846         PERFORM 8800-DROP-STREAM-OVERRIDES
014848     END-IF
014849     IF DRV-DRILL-ARMED
014850         MOVE '*DRILL' TO LK-TYPE
014851         MOVE SPACES TO LK-RESP
014852         MOVE SPACES TO LK-PAYLOAD
014853         CALL 'CBLCALLP2' USING LK-TYPE, LK-RESP, LK-PAYLOAD
014854     END-IF
014856     MOVE DRV-FINISH-RC TO RETURN-CODE
014858     IF DRV-CTL-IS-OPEN
014860         CLOSE CTL-FILE
014870     END-IF
014880     IF DRV-RSL-IS-OPEN
015290     MOVE SPACES           TO RSL-SCENARIO
015300     MOVE ZERO             TO RSL-STEP
015310     MOVE DRV-RUN-ELAPSED  TO RSL-ELAPSED
015312     MOVE DRV-SUITE-SELECT TO RSL-SUITE
015314     ACCEPT DRV-TS-DATE FROM DATE YYYYMMDD
015316     ACCEPT DRV-TS-TIME FROM TIME
015317     MOVE DRV-TIMESTAMP    TO RSL-ROWSTAMP
015318     MOVE DRV-DRILL-ID     TO RSL-DRILL
015320     WRITE RSL-RECORD.
015330
015340 8200-PRINT-SUITE-SUBTOTAL.
015400     MOVE DRV-SUITE-DETAIL TO REPORT-LINE
015410     WRITE REPORT-LINE.
015420
015430*----------------------------------------------------------------
015440* 8500-WRITE-RUN-CANCEL-ROW - THE '*RUNCANCEL' ROW A CANCELLED
015450* RUN ENDS WITH INSTEAD OF '*RUNTOTAL': WHO CANCELLED IT (IN
015460* RSL-ACTUAL), 'CANC' IN RSL-PASSFAIL AND THE DURATION SO FAR.
015470* A RUN STAMP WITH THIS ROW AND NO '*RUNTOTAL' WAS STOPPED ON
015480* PURPOSE, NOT LOST; THE RESUMED RUN CARRIES THE SAME STAMP AND
015490* WRITES THE '*RUNTOTAL' WHEN IT FINISHES.
015500*----------------------------------------------------------------
015510 8500-WRITE-RUN-CANCEL-ROW.
015520     MOVE DRV-RUN-STAMP    TO RSL-RUNSTAMP
015530     MOVE DRV-JOBI-JOB     TO RSL-JOB
015540     MOVE DRV-JOBI-NUMBER  TO RSL-JOBNBR
015550     MOVE '*RUNCANCEL'     TO RSL-TYPE
015560     MOVE 'RUN CANCELLED BY OPERATOR' TO RSL-DESC
015570     MOVE SPACES           TO RSL-EXPECTED
015580     MOVE DRV-REG-BY       TO RSL-ACTUAL
015590     MOVE 'CANC'           TO RSL-PASSFAIL
015600     MOVE SPACES           TO RSL-SCENARIO
015610     MOVE ZERO             TO RSL-STEP
015620     MOVE DRV-RUN-ELAPSED  TO RSL-ELAPSED
015630     MOVE DRV-RUN-LABEL    TO RSL-SUITE
015640     ACCEPT DRV-TS-DATE FROM DATE YYYYMMDD
015650     ACCEPT DRV-TS-TIME FROM TIME
015660     MOVE DRV-TIMESTAMP    TO RSL-ROWSTAMP
015670     MOVE DRV-DRILL-ID     TO RSL-DRILL
015680     WRITE RSL-RECORD.
015690
015700*----------------------------------------------------------------
015710* 8600-POST-STREAM-END - THE STREAM'S LAST WORD IN CC2STRUN: ONE
015720* SUITE ROW PER SUITE IT RAN, THEN ENDED OR CANCELLED WITH ITS
015730* WHOLE-RUN COUNTS, OR REFUSED WHEN IT COULD NOT START. A START
015740* REFUSED BECAUSE ANOTHER JOB OF THE SAME STREAM HOLDS THE LOCK
015750* WRITES NOTHING - THE STREAM'S STATE IS THAT JOB'S TO LOG.
015760*----------------------------------------------------------------
015770 8600-POST-STREAM-END.
015780     EVALUATE TRUE
015790         WHEN DRV-MBR-FAILED
015800             MOVE 'REFUSED' TO DRV-STR-EVENT
015810         WHEN DRV-REFUSED
015820             MOVE SPACES TO DRV-STR-EVENT
015830         WHEN DRV-CANCELLED
015840             MOVE 'CANCELLED' TO DRV-STR-EVENT
015850         WHEN OTHER
015860             MOVE 'ENDED' TO DRV-STR-EVENT
015870     END-EVALUATE
015880     IF DRV-STR-EVENT = 'ENDED' OR DRV-STR-EVENT = 'CANCELLED'
015890         PERFORM 8610-WRITE-SUITE-EVENT
015900             VARYING DRV-SUITE-IDX FROM 1 BY 1
015910             UNTIL DRV-SUITE-IDX > DRV-SUITE-COUNT
015920     END-IF
015930     IF DRV-STR-EVENT NOT = SPACES
015940         PERFORM 8700-WRITE-STREAM-EVENT
015950     END-IF.
015960
015970 8610-WRITE-SUITE-EVENT.
015980     OPEN EXTEND STREAM-FILE
015990     IF DRV-STR-STATUS = '00' OR DRV-STR-STATUS = '05'
016000         PERFORM 8710-SET-STREAM-KEYS
016010         MOVE 'SUITE' TO STR-EVENT
016020         MOVE DRV-SU-ID (DRV-SUITE-IDX)    TO STR-SUITE
016030         MOVE DRV-SU-TOTAL (DRV-SUITE-IDX) TO STR-TOTAL
016040         MOVE DRV-SU-PASS (DRV-SUITE-IDX)  TO STR-PASS
016050         MOVE DRV-SU-FAIL (DRV-SUITE-IDX)  TO STR-FAIL
016060         MOVE DRV-SU-WVRD (DRV-SUITE-IDX)  TO STR-WVRD
016070         MOVE ZERO TO STR-FLAKY
016080         MOVE ZERO TO STR-HARD
016090         MOVE ZERO TO STR-ELAPSED
016100         WRITE STR-RECORD
016110         CLOSE STREAM-FILE
016120     END-IF.
016130
016140*--- ONE EVENT ROW FOR THIS STREAM, CARRYING THE RUN COUNTS AS
016150*--- THEY STAND. A LOG THAT WILL NOT OPEN COSTS THE ROW, NOT THE
016160*--- RUN; THE COORDINATOR STILL SEES THE JOB COME AND GO.
016170 8700-WRITE-STREAM-EVENT.
016180     OPEN EXTEND STREAM-FILE
016190     IF DRV-STR-STATUS = '00' OR DRV-STR-STATUS = '05'
016200         PERFORM 8710-SET-STREAM-KEYS
016210         MOVE DRV-STR-EVENT    TO STR-EVENT
016220         MOVE SPACES           TO STR-SUITE
016230         MOVE DRV-TOTAL-COUNT  TO STR-TOTAL
016240         MOVE DRV-PASS-COUNT   TO STR-PASS
016250         MOVE DRV-FAIL-COUNT   TO STR-FAIL
016260         MOVE DRV-WAIVED-COUNT TO STR-WVRD
016270         MOVE DRV-FLAKY-COUNT  TO STR-FLAKY
016280         MOVE DRV-HARD-COUNT   TO STR-HARD
016290         MOVE DRV-RUN-ELAPSED  TO STR-ELAPSED
016300         WRITE STR-RECORD
016310         CLOSE STREAM-FILE
016320     END-IF.
016330
016340 8710-SET-STREAM-KEYS.
016350     ACCEPT DRV-TS-DATE FROM DATE YYYYMMDD
016360     ACCEPT DRV-TS-TIME FROM TIME
016370     MOVE DRV-RUN-STAMP    TO STR-RUNSTAMP
016380     MOVE DRV-STREAM-ID    TO STR-STREAM
016390     MOVE DRV-TIMESTAMP    TO STR-STAMP
016400     MOVE DRV-JOBI-JOB     TO STR-JOB
016410     MOVE DRV-JOBI-USER    TO STR-USER
016420     MOVE DRV-JOBI-NUMBER  TO STR-JOBNBR.
016430
016440*--- TAKE THE MEMBER OVERRIDES DOWN AGAIN, SO A STREAM RESTARTED
016450*--- BY HAND FROM A COMMAND LINE DOES NOT LEAVE THEM ON THE JOB.
016460 8800-DROP-STREAM-OVERRIDES.
016470     MOVE 'DLTOVR FILE(CC2CHKPT CC2RUNREG) LVL(*JOB)'
016480         TO DRV-CAP-CMD
016490     PERFORM 1920-RUN-COMMAND.
016500
016510 9999-EXIT.
016520     GOBACK.
016530
016540
016550
016560
