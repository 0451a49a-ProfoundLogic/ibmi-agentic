000420*                    LATER OF LAST ENTRY AND REGISTERED START,
000430*                    SO A SECOND RUN IN ONE WINDOW IS NOT
000440*                    MEASURED AGAINST THE FIRST RUN'S ENTRIES.
000441*   2026-10-14 OPS   OPERATOR PAUSE/CANCEL - A RUN WHOSE
000442*                    CC2RUNREG ROW SAYS PAUSED IS SHOWN AS
000443*                    PAUSED (ONE CONSOLE NOTE) AND NOT HELD TO
000444*                    ITS GAP ALLOWANCE; A CANCELLED ROW IS NOT
000445*                    A RUN IN FLIGHT. THE STALL BASELINE ALSO
000446*                    TAKES THE TIME THE RUN WAS LAST RESUMED.
000447*   2026-10-15 OPS   MULTI-STREAM RUNS - WITH A CC2STRCRD RUN
000448*                    IN FLIGHT (SUITE '*STREAMS') THE
000449*                    WATCHDOG ALSO READS THE RUN'S CC2STRUN
000450*                    ROWS AND ASKS AFTER EACH STARTED STREAM'S
000451*                    JOB. A STREAM THAT DIED, COULD NOT START,
000452*                    OR WHOSE JOB IS GONE WITHOUT AN ENDED ROW
000453*                    MAKES THE RUN INCOMPLETE (ONE CONSOLE
000454*                    MESSAGE PER RUN), AND A '*STREAMS' ROW
000455*                    LEFT INCOMPLETE SHOWS AS INCOMPLETE, NOT
000456*                    IDLE, UNTIL THE RUN IS RESUMED.
000457*   2026-10-15 OPS   ALERT LOG - EVERY OPERATOR ALERT (FAIL,
000458*                    ESCALATE, HARD, STALLED, OVERDUE,
000459*                    NOTSTARTED, INCOMPLETE) IS ALSO APPENDED TO
000460*                    CC2ALRLOG (COPYBOOK ALRREC) AS IT IS RAISED,
000461*                    SO THE NIGHT'S ALERTS OUTLIVE THE CONSOLE.
000462*   2026-10-15 OPS   ALERT ACKNOWLEDGMENT AND ON-CALL - EACH
000463*                    ALERT IS LOGGED WITH THE SEVERITY ITS
000464*                    CC2ALRCFG RULE GIVES IT; ONE STILL NOT
000465*                    ACKNOWLEDGED (CC2STSDSP ALERT PANEL) THE
000466*                    RULE'S MINUTES AFTER IT WAS RAISED IS SENT
000467*                    TO THE ON-CALL MESSAGE QUEUE, ONCE, AND THE
000468*                    LOG ROW SAYS WHEN AND WHERE.
000469*--------------------------------------------------------------
000470* DESCRIPTION:
000471*   RUNS AS A NEVER-ENDING BATCH JOB. RECEIVES EACH CC2DTAQ
000480*   ENTRY AS CBLCALLP2 SENDS IT (COPYBOOK DQREC - THE SAME
000490*   LAYOUT THE PRODUCER BUILDS), KEEPS CC2DQSTS CURRENT AS A
000500*   LIVE STATUS FILE THE OPERATOR CAN QUERY WHILE THE
000560*   RUNS PAST ITS END-BY TIME, GETS AN OPERATOR MESSAGE WHILE
000570*   THERE IS STILL NIGHT LEFT TO ACT IN. EXPECTATION TIMES ARE
000580*   HHMMSS WITHIN ONE CALENDAR DAY.
000581*
000582*   A MULTI-STREAM RUN IS WATCHED AS ONE RUN UNDER SUITE
000583*   '*STREAMS' (GIVE IT A CC2DQEXP ROW OF THAT NAME), AND IS
000584*   REPORTED INCOMPLETE - NEVER AS A CLEAN RUN - ONCE ANY OF ITS
000585*   STREAMS HAS DIED.
000590*
000591*   EVERY ALERT IS ALSO LOGGED TO CC2ALRLOG. ONCE A MINUTE THE
000592*   MONITOR LOOKS FOR ALERTS RAISED IN THE LAST DAY THAT ARE
000593*   STILL UNACKNOWLEDGED PAST THEIR CC2ALRCFG MINUTES AND SENDS
000594*   EACH ONE TO ITS ON-CALL MESSAGE QUEUE (SNDMSG).
000595*
000600*   SHUTDOWN IS CLEAN, NOT *IMMED: THE OPERATOR PLACES THE
000610*   CONTROL ENTRY '*STOP' (SEE DQ-SHUTDOWN IN COPYBOOK DQREC)
000620*   ON CC2DTAQ, AND THE JOB ENDS AFTER WRITING THE STATUS
000780     SELECT OPTIONAL WATCHDOG-FILE ASSIGN TO CC2DQWDG
000790         ORGANIZATION IS SEQUENTIAL
000800         FILE STATUS IS MON-WDG-STATUS.
000801     SELECT OPTIONAL STREAM-FILE ASSIGN TO CC2STRUN
000802         ORGANIZATION IS SEQUENTIAL
000803         FILE STATUS IS MON-STR-STATUS.
000804     SELECT OPTIONAL ALERT-FILE ASSIGN TO CC2ALRLOG
000805         ORGANIZATION IS SEQUENTIAL
000806         FILE STATUS IS MON-ALR-STATUS.
000807     SELECT OPTIONAL RULE-FILE ASSIGN TO CC2ALRCFG
000808         ORGANIZATION IS SEQUENTIAL
000809         FILE STATUS IS MON-ACF-STATUS.
000810
000820 DATA DIVISION.
000830 FILE SECTION.
001050*--- status query and the CC2STSDSP display.
001060 FD  WATCHDOG-FILE.
001070     COPY "wdgrec".
001071
001072*--- The multi-stream run log - the state of each stream of a
001073*--- '*STREAMS' run in flight.
001074 FD  STREAM-FILE.
001075     COPY "strrec".
001076
001077*--- The alert log - one row appended per operator alert raised.
001078 FD  ALERT-FILE.
001079     COPY "alrrec".
001080
001081*--- Alert severity and on-call escalation rules per kind.
001082 FD  RULE-FILE.
001083     COPY "acfrec".
001084
001090 WORKING-STORAGE SECTION.
001100 77  MON-STS-STATUS              PIC X(02).
001110 77  MON-EXP-STATUS              PIC X(02).
001120 77  MON-REG-STATUS              PIC X(02).
001130 77  MON-WDG-STATUS              PIC X(02).
001135 77  MON-STR-STATUS              PIC X(02).
001137 77  MON-ALR-STATUS              PIC X(02).
001138 77  MON-ACF-STATUS              PIC X(02).
001140 77  MON-SHUTDOWN-SW             PIC X(01) VALUE 'N'.
001150     88  MON-SHUTDOWN                        VALUE 'Y'.
001160 77  MON-TYPE-FOUND-SW           PIC X(01) VALUE 'N'.
001480     88  MON-RUN-INFLIGHT                    VALUE 'Y'.
001490 77  MON-REG-SUITE               PIC X(10) VALUE SPACES.
001500 77  MON-REG-STAMP               PIC X(14) VALUE SPACES.
001502 77  MON-REG-STATE               PIC X(10) VALUE SPACES.
001504     88  MON-REG-PAUSED                      VALUE 'PAUSED'.
001506 77  MON-REG-SINCE               PIC X(14) VALUE SPACES.
001507 77  MON-INCOMPLETE-SW           PIC X(01) VALUE 'N'.
001508     88  MON-REG-INCOMPLETE                  VALUE 'Y'.
001510 77  MON-EXP-FOUND-SW            PIC X(01) VALUE 'N'.
001520     88  MON-EXP-FOUND                       VALUE 'Y'.
001530 77  MON-EXP-MAX                 PIC S9(04) BINARY VALUE 50.
001710         05  MON-X-SUITE         PIC X(10).
001720         05  MON-X-STARTBY       PIC X(06).
001730         05  MON-X-ENDBY         PIC X(06).
001731         05  MON-X-MAXGAP        PIC S9(09) BINARY.
001732         05  MON-X-WARNED-DATE   PIC X(08).
001733
001734*--- MULTI-STREAM WATCH. ONE ENTRY PER STREAM OF THE '*STREAMS'
001735*--- RUN IN FLIGHT, WITH ITS LATEST CC2STRUN EVENT AND JOB.
001736*--- MON-SM-GONE-ON IS THE STATE A STREAM WAS IN WHEN ITS JOB
001737*--- WAS FOUND GONE; IT IS ONLY LOST IF NOTHING NEWER WAS LOGGED
001738*--- BY THE TIME THE LOG IS READ AGAIN. MON-LOST-STAMP IS THE
001739*--- RUN ALREADY ANNOUNCED, SO THE MESSAGE GOES OUT ONCE.
001740 77  MON-LOST-SW                 PIC X(01) VALUE 'N'.
001741     88  MON-STREAM-LOST                     VALUE 'Y'.
001742 77  MON-SM-FOUND-SW             PIC X(01) VALUE 'N'.
001743     88  MON-SM-FOUND                        VALUE 'Y'.
001744 77  MON-LOST-STREAM             PIC X(10) VALUE SPACES.
001745 77  MON-LOST-EVENT              PIC X(10) VALUE SPACES.
001746 77  MON-LOST-STAMP              PIC X(14) VALUE SPACES.
001747 77  MON-GONE-COUNT              PIC S9(04) BINARY VALUE ZERO.
001748 77  MON-SM-MAX                  PIC S9(04) BINARY VALUE 50.
001749 01  MON-SM-COUNT                PIC S9(04) BINARY VALUE ZERO.
001750 01  MON-SM-TABLE.
001751     03  MON-SM-ENTRY OCCURS 1 TO 50 TIMES
001752             DEPENDING ON MON-SM-COUNT
001753             INDEXED BY MON-SM-IDX.
001754         05  MON-SM-STREAM       PIC X(10).
001755         05  MON-SM-STATE        PIC X(10).
001756             88  MON-SM-STARTED              VALUE 'STARTED'
001757                                                   'PAUSED'
001758                                                   'RUNNING'.
001759         05  MON-SM-JOB          PIC X(10).
001760         05  MON-SM-USER         PIC X(10).
001761         05  MON-SM-NBR          PIC X(06).
001762         05  MON-SM-GONE-ON      PIC X(10).
001763
001764*--- QUSRJOBI (FORMAT JOBI0100) FOR ASKING AFTER A STREAM'S JOB.
001765*--- AN ERROR CODE (JOB NOT FOUND) OR STATUS *OUTQ MEANS THE JOB
001766*--- HAS ENDED.
001767 77  MON-JOBI-LENGTH             PIC S9(09) BINARY VALUE 86.
001768 77  MON-JOBI-FORMAT             PIC X(08) VALUE 'JOBI0100'.
001769 77  MON-JOBI-INTID              PIC X(16) VALUE SPACES.
001770 01  MON-PRB-QUALJOB.
001771     03  MON-PRB-JOB             PIC X(10).
001772     03  MON-PRB-USER            PIC X(10).
001773     03  MON-PRB-NBR             PIC X(06).
001774 01  MON-PRB-RECEIVER.
001775     03  MON-PRB-BYTES-RET       PIC S9(09) BINARY.
001776     03  MON-PRB-BYTES-AVL       PIC S9(09) BINARY.
001777     03  MON-PRB-RJOB            PIC X(10).
001778     03  MON-PRB-RUSER           PIC X(10).
001779     03  MON-PRB-RNBR            PIC X(06).
001780     03  MON-PRB-INTID           PIC X(16).
001781     03  MON-PRB-STATUS          PIC X(10).
001782     03  FILLER                  PIC X(26).
001783 01  MON-PRB-ERROR.
001784     03  MON-PRB-ERR-PROVIDED    PIC S9(9) BINARY VALUE 116.
001785     03  MON-PRB-ERR-AVAIL       PIC S9(9) BINARY VALUE ZERO.
001786     03  MON-PRB-ERR-ID          PIC X(07).
001787     03  FILLER                  PIC X(01).
001788     03  MON-PRB-ERR-DATA        PIC X(100).
001789
001790*--- ONE ENTRY PER LK-TYPE SEEN ON THE QUEUE THIS WINDOW.
001791*--- MON-T-CONSEC RESETS ON A PASS, SO IT COUNTS CONSECUTIVE
001792*--- FAILURES ONLY - THE ESCALATION TRIGGER.
001800 01  MON-TYPE-COUNT              PIC S9(04) BINARY VALUE ZERO.
001810 01  MON-TYPE-TABLE.
001820     03  MON-TYPE-ENTRY OCCURS 1 TO 500 TIMES
001940     05  FILLER                  PIC X(15)
001950             VALUE 'CC2DQMON FAIL: '.
001960     05  MON-FM-TYPE             PIC X(10).
001961     05  FILLER                  PIC X(06) VALUE ' RESP '.
001962     05  MON-FM-RESP             PIC X(10).
001963
001964*--- THE ALERT ABOUT TO BE LOGGED TO CC2ALRLOG BY 5500-LOG-ALERT.
001965 77  MON-ALR-KIND                PIC X(10) VALUE SPACES.
001966 77  MON-ALR-KEY                 PIC X(10) VALUE SPACES.
001967 77  MON-ALR-RESP                PIC X(10) VALUE SPACES.
001968 77  MON-ALR-TEXT                PIC X(60) VALUE SPACES.
001969*--- ON-CALL ESCALATION. A KIND WITH NO CC2ALRCFG ROW GOES TO
001970*--- MON-ONCALL-MSGQ AFTER MON-ONCALL-MINUTES. ALERTS OLDER THAN
001971*--- MON-ONCALL-HORIZON MINUTES WHEN THE MONITOR STARTS ARE NOT
001972*--- PAGED - THAT NIGHT IS OVER. THE CHECK RUNS ONCE PER CLOCK
001973*--- MINUTE (MON-ONCALL-CHECKED).
001974 77  MON-ONCALL-MINUTES          PIC S9(05) BINARY VALUE 30.
001975 77  MON-ONCALL-MSGQ             PIC X(10) VALUE 'ONCALL'.
001976 77  MON-ONCALL-HORIZON          PIC S9(05) BINARY VALUE 1440.
001977 77  MON-ONCALL-CHECKED          PIC X(12) VALUE SPACES.
001978 77  MON-RULE-KIND               PIC X(10) VALUE SPACES.
001979 77  MON-RULE-SEV                PIC X(04) VALUE SPACES.
001980 77  MON-RULE-MINUTES            PIC S9(05) BINARY VALUE ZERO.
001981 77  MON-RULE-MSGQ               PIC X(10) VALUE SPACES.
001982 77  MON-ACF-MAX                 PIC S9(04) BINARY VALUE 20.
001983 77  MON-ACF-SUB                 PIC S9(04) BINARY VALUE ZERO.
001984 77  MON-ACF-FOUND-SW            PIC X(01) VALUE 'N'.
001985     88  MON-ACF-FOUND                       VALUE 'Y'.
001986 77  MON-ALR-ROWS                PIC S9(09) BINARY VALUE ZERO.
001987 77  MON-ALR-ROW                 PIC S9(09) BINARY VALUE ZERO.
001988 77  MON-DUE-LAST-ROW            PIC S9(09) BINARY VALUE ZERO.
001989 77  MON-OA-MAX                  PIC S9(04) BINARY VALUE 200.
001990 77  MON-OA-SUB                  PIC S9(04) BINARY VALUE ZERO.
001991 77  MON-OA-KEEP                 PIC S9(04) BINARY VALUE ZERO.
001992 77  MON-OA-STAMP-WORK           PIC X(14) VALUE SPACES.
001993 77  MON-OA-KEY-WORK             PIC X(10) VALUE SPACES.
001994 77  MON-ONCALL-SENT-TO          PIC X(10) VALUE SPACES.
001995 77  MON-OA-FOUND-SW             PIC X(01) VALUE 'N'.
001996     88  MON-OA-FOUND                        VALUE 'Y'.
001997 77  MON-NOW-MINUTES             PIC S9(11) BINARY VALUE ZERO.
001998 77  MON-MIN-VALUE               PIC S9(11) BINARY VALUE ZERO.
001999 01  MON-MIN-STAMP.
002000     03  MON-MIN-DATE            PIC 9(08).
002001     03  MON-MIN-HH              PIC 9(02).
002002     03  MON-MIN-MM              PIC 9(02).
002003     03  MON-MIN-SS              PIC 9(02).
002004
002005 01  MON-ACF-COUNT               PIC S9(04) BINARY VALUE ZERO.
002006 01  MON-ACF-TABLE.
002007     03  MON-ACF-ENTRY OCCURS 1 TO 20 TIMES
002008             DEPENDING ON MON-ACF-COUNT.
002011         05  MON-R-KIND          PIC X(10).
002012         05  MON-R-SEV           PIC X(04).
002013         05  MON-R-MINUTES       PIC S9(05) BINARY.
002014         05  MON-R-MSGQ          PIC X(10).
002015
002016*--- ALERTS LOGGED BUT NOT YET SETTLED FOR ON-CALL: THEIR
002017*--- CC2ALRLOG ROW NUMBER, IDENTITY (CHECKED AGAINST THE ROW
002018*--- BEFORE IT IS TOUCHED), RULE AND THE MINUTE THEY FALL DUE.
002019 01  MON-OA-COUNT                PIC S9(04) BINARY VALUE ZERO.
002020 01  MON-OA-TABLE.
002021     03  MON-OA-ENTRY OCCURS 1 TO 200 TIMES
002022             DEPENDING ON MON-OA-COUNT
002023             INDEXED BY MON-OA-IDX.
002024         05  MON-OA-ROW          PIC S9(09) BINARY.
002025         05  MON-OA-STAMP        PIC X(14).
002026         05  MON-OA-KIND         PIC X(10).
002027         05  MON-OA-KEY          PIC X(10).
002028         05  MON-OA-SEV          PIC X(04).
002029         05  MON-OA-MINUTES      PIC S9(05) BINARY.
002030         05  MON-OA-MSGQ         PIC X(10).
002031         05  MON-OA-DUE          PIC S9(11) BINARY.
002032         05  MON-OA-DONE-SW      PIC X(01).
002033             88  MON-OA-DONE                 VALUE 'Y'.
002034
002035 01  MON-ONCALL-TEXT.
002036     05  FILLER                  PIC X(36)
002037             VALUE 'CC2DQMON: ALERT UNACKNOWLEDGED AFTER'.
002038     05  MON-OT-MINUTES          PIC ZZZZ9.
002039     05  FILLER                  PIC X(06) VALUE ' MIN: '.
002040     05  MON-OT-SEV              PIC X(04).
002041     05  FILLER                  PIC X(01) VALUE SPACE.
002042     05  MON-OT-KIND             PIC X(10).
002043     05  FILLER                  PIC X(01) VALUE SPACE.
002044     05  MON-OT-KEY              PIC X(10).
002045     05  FILLER                  PIC X(08) VALUE ' RAISED '.
002046     05  MON-OT-STAMP            PIC X(14).
002047
002048*--- QCAPCMD CALL AREAS FOR THE ON-CALL SNDMSG. THE ERROR CODE
002049*--- PARAMETER BRINGS A FAILED SEND BACK AS DATA INSTEAD OF AN
002050*--- ESCAPE MESSAGE, SO A MISSING QUEUE NEVER ENDS THE MONITOR.
002051 77  MON-CAP-CMD                 PIC X(200) VALUE SPACES.
002052 77  MON-CAP-CMD-LEN             PIC S9(09) BINARY VALUE 200.
002053 77  MON-CAP-OPT-LEN             PIC S9(09) BINARY VALUE 20.
002054 77  MON-CAP-OPT-FORMAT          PIC X(08) VALUE 'CPOP0100'.
002055 77  MON-CAP-CHANGED             PIC X(200) VALUE SPACES.
002056 77  MON-CAP-CHG-AVAIL           PIC S9(09) BINARY VALUE 200.
002057 77  MON-CAP-CHG-LEN             PIC S9(09) BINARY VALUE ZERO.
002058 01  MON-CAP-OPTIONS.
002059     03  MON-CAP-TYPE            PIC S9(09) BINARY VALUE ZERO.
002060     03  MON-CAP-DBCS            PIC X(01) VALUE '0'.
002061     03  MON-CAP-PROMPT          PIC X(01) VALUE '0'.
002062     03  MON-CAP-SYNTAX          PIC X(01) VALUE '0'.
002063     03  MON-CAP-MSGKEY          PIC X(04) VALUE SPACES.
002064     03  MON-CAP-CCSID           PIC S9(09) BINARY VALUE ZERO.
002065     03  FILLER                  PIC X(05) VALUE LOW-VALUES.
002066 01  MON-CAP-ERROR.
002067     03  MON-CAP-ERR-PROVIDED    PIC S9(9) BINARY VALUE 116.
002068     03  MON-CAP-ERR-AVAIL       PIC S9(9) BINARY VALUE ZERO.
002069     03  MON-CAP-ERR-ID          PIC X(07).
002070     03  FILLER                  PIC X(01).
002071     03  MON-CAP-ERR-DATA        PIC X(100).
002072 01  MON-ESC-MESSAGE.
002073     05  FILLER                  PIC X(21)
002074             VALUE 'CC2DQMON ESCALATION: '.
002075     05  MON-EM-TYPE             PIC X(10).
002076     05  FILLER                  PIC X(19)
002077             VALUE ' CONSECUTIVE FAILS '.
002078     05  MON-EM-COUNT            PIC ZZZ9.
002079
002080 PROCEDURE DIVISION.
002090
002100 0000-MAINLINE.
002180* 1000-INITIALIZE - WRITE THE (EMPTY) STATUS FILE SO A QUERY
002190* EARLY IN THE WINDOW SEES A CLEARED FILE RATHER THAN LAST
002200* NIGHT'S LEFTOVERS.
002202* THE ALERT RULES ARE READ AND THE ALERT LOG COUNTED, PICKING
002204* UP ANY RECENT ALERT STILL WAITING FOR AN ACKNOWLEDGMENT.
002210*----------------------------------------------------------------
002220 1000-INITIALIZE.
002230     PERFORM 1100-LOAD-EXPECTATIONS
002235     PERFORM 1200-LOAD-ALERT-RULES
002240     PERFORM 3000-STAMP-CURRENT-TIME
002250     MOVE MON-TIMESTAMP TO MON-WDG-SINCE
002255     PERFORM 1300-LOAD-OPEN-ALERTS
002260     PERFORM 7000-WRITE-STATUS-FILE
002270     PERFORM 7500-WRITE-WATCHDOG-FILE.
002280
002630                     TO MON-X-WARNED-DATE (MON-EXP-COUNT)
002640             ELSE
002650                 DISPLAY 'CC2DQMON: EXPECTATIONS TABLE FULL, '
002651                     'ROW DROPPED: ' EXP-SUITE UPON CONSOLE
002652             END-IF
002653     END-READ.
002654
002655*----------------------------------------------------------------
002656* 1200-LOAD-ALERT-RULES - READ THE CC2ALRCFG SEVERITY AND ON-CALL
002657* RULES. A MISSING OR EMPTY FILE LEAVES EVERY KIND ON THE
002658* BUILT-IN RULE (SEE 5520-FIND-ALERT-RULE).
002659*----------------------------------------------------------------
002660 1200-LOAD-ALERT-RULES.
002661     MOVE ZERO TO MON-ACF-COUNT
002662     MOVE 'N' TO MON-EOF-SW
002663     OPEN INPUT RULE-FILE
002664     IF MON-ACF-STATUS = '00'
002665         PERFORM 1210-READ-ALERT-RULE UNTIL MON-EOF
002666         CLOSE RULE-FILE
002667     ELSE
002668         IF MON-ACF-STATUS = '05'
002669             CLOSE RULE-FILE
002670         END-IF
002671     END-IF.
002672
002673 1210-READ-ALERT-RULE.
002674     READ RULE-FILE
002675         AT END
002676             SET MON-EOF TO TRUE
002677         NOT AT END
002678             IF MON-ACF-COUNT < MON-ACF-MAX
002679                 ADD 1 TO MON-ACF-COUNT
002680                 MOVE ACF-KIND TO MON-R-KIND (MON-ACF-COUNT)
002681                 MOVE ACF-SEVERITY TO MON-R-SEV (MON-ACF-COUNT)
002682                 IF ACF-MINUTES IS NUMERIC
002683                     MOVE ACF-MINUTES
002684                         TO MON-R-MINUTES (MON-ACF-COUNT)
002685                 ELSE
002686                     MOVE MON-ONCALL-MINUTES
002687                         TO MON-R-MINUTES (MON-ACF-COUNT)
002688                 END-IF
002689                 MOVE ACF-MSGQ TO MON-R-MSGQ (MON-ACF-COUNT)
002690             ELSE
002691                 DISPLAY 'CC2DQMON: ALERT RULE TABLE FULL, ROW '
002692                     'DROPPED: ' ACF-KIND UPON CONSOLE
002693             END-IF
002694     END-READ.
002695
002696*----------------------------------------------------------------
002697* 1300-LOAD-OPEN-ALERTS - COUNT THE CC2ALRLOG ROWS (NEW ROWS ARE
002698* NUMBERED ON FROM THERE) AND PUT BACK ON WATCH ANY ALERT RAISED
002699* WITHIN MON-ONCALL-HORIZON MINUTES THAT IS NEITHER ACKNOWLEDGED
002700* NOR SENT TO ON-CALL, SO A MONITOR RESTART MID-NIGHT DOES NOT
002701* LET IT GO UNANSWERED.
002702*----------------------------------------------------------------
002703 1300-LOAD-OPEN-ALERTS.
002704     MOVE ZERO TO MON-ALR-ROWS
002705     MOVE ZERO TO MON-OA-COUNT
002706     MOVE MON-TIMESTAMP TO MON-MIN-STAMP
002707     PERFORM 5700-STAMP-TO-MINUTES
002708     MOVE MON-MIN-VALUE TO MON-NOW-MINUTES
002709     MOVE 'N' TO MON-EOF-SW
002710     OPEN INPUT ALERT-FILE
002711     IF MON-ALR-STATUS = '00'
002712         PERFORM 1310-READ-LOGGED-ALERT UNTIL MON-EOF
002713         CLOSE ALERT-FILE
002714     ELSE
002715         IF MON-ALR-STATUS = '05'
002716             CLOSE ALERT-FILE
002717         END-IF
002718     END-IF.
002719
002720 1310-READ-LOGGED-ALERT.
002721     READ ALERT-FILE
002722         AT END
002723             SET MON-EOF TO TRUE
002724         NOT AT END
002725             ADD 1 TO MON-ALR-ROWS
002726             IF ALR-UNACKNOWLEDGED
002727                 AND ALR-ONCALL-STAMP = SPACES
002728                 PERFORM 1320-WATCH-LOGGED-ALERT
002729             END-IF
002730     END-READ.
002731
002732 1320-WATCH-LOGGED-ALERT.
002733     MOVE ALR-STAMP TO MON-MIN-STAMP
002734     PERFORM 5700-STAMP-TO-MINUTES
002735     IF MON-NOW-MINUTES - MON-MIN-VALUE NOT > MON-ONCALL-HORIZON
002736         MOVE ALR-KIND TO MON-RULE-KIND
002737         PERFORM 5520-FIND-ALERT-RULE
002738         IF MON-RULE-MINUTES > ZERO
002739             MOVE MON-ALR-ROWS TO MON-ALR-ROW
002740             MOVE ALR-STAMP    TO MON-OA-STAMP-WORK
002741             MOVE ALR-KEY      TO MON-OA-KEY-WORK
002742             PERFORM 5530-ADD-OPEN-ALERT
002743         END-IF
002744     END-IF.
002745
002746*----------------------------------------------------------------
002747* 2000-PROCESS-ENTRY - WAIT FOR THE NEXT QUEUE ENTRY, THEN
002748* EITHER SHUT DOWN (CONTROL ENTRY) OR POST IT TO THE STATUS
002749* TABLE AND REWRITE THE STATUS FILE. A GENUINE CONTROL ENTRY
002750* CARRIES A BLANK PASS/FAIL - A CBLCALLP2 ENTRY NEVER DOES -
002751* SO A REJECTED CALLER LK-TYPE OF '*STOP' CANNOT SPOOF THE
002760* SHUTDOWN AND KILL THE MONITOR MID-WINDOW.
002762* WHATEVER CAME BACK, UNACKNOWLEDGED ALERTS ARE THEN CHECKED
002764* AGAINST THEIR ON-CALL DEADLINES.
002770*----------------------------------------------------------------
002780 2000-PROCESS-ENTRY.
002790     PERFORM 2100-RECEIVE-ENTRY
002860             PERFORM 3000-STAMP-CURRENT-TIME
002870             MOVE MON-TIMESTAMP TO MON-LAST-SEEN
002880             IF MON-WDG-STATE NOT = 'RUNNING'
002885                 AND MON-WDG-STATE NOT = 'INCOMPLETE'
002890                 IF MON-WDG-STATE = 'STALLED'
002900                     DISPLAY 'CC2DQMON WATCHDOG: ENTRIES '
002910                         'RESUMED' UPON CONSOLE
002960             PERFORM 4000-POST-TYPE-STATUS
002970             PERFORM 7000-WRITE-STATUS-FILE
002980             PERFORM 7500-WRITE-WATCHDOG-FILE
002982     END-EVALUATE
002984     IF NOT MON-SHUTDOWN
002986         PERFORM 5600-CHECK-ONCALL
002988     END-IF.
003000
003010*----------------------------------------------------------------
003020* 2100-RECEIVE-ENTRY - RECEIVE ONE CC2DTAQ ENTRY, WAITING UP TO
003520             MOVE DQ-TYPE TO MON-FM-TYPE
003530             MOVE DQ-RESP TO MON-FM-RESP
003540             DISPLAY MON-FAIL-MESSAGE UPON CONSOLE
003541             MOVE 'FAIL' TO MON-ALR-KIND
003542             MOVE DQ-TYPE TO MON-ALR-KEY
003543             MOVE DQ-RESP TO MON-ALR-RESP
003544             MOVE MON-FAIL-MESSAGE TO MON-ALR-TEXT
003545             PERFORM 5500-LOG-ALERT
003550         END-IF
003560     END-IF.
003570
003960     ELSE
003970         DISPLAY 'CC2DQMON: HARD FAILURE CONFIRMED: '
003980             DQ-TYPE UPON CONSOLE
003981         MOVE 'HARD' TO MON-ALR-KIND
003982         MOVE DQ-TYPE TO MON-ALR-KEY
003983         MOVE DQ-RESP TO MON-ALR-RESP
003984         MOVE SPACES TO MON-ALR-TEXT
003985         STRING 'CC2DQMON: HARD FAILURE CONFIRMED: '
003986                DQ-TYPE DELIMITED BY SIZE
003987             INTO MON-ALR-TEXT
003988         PERFORM 5500-LOG-ALERT
003990     END-IF.
004000
004010*----------------------------------------------------------------
004020* 5000-SEND-FAIL-ALERT - IMMEDIATE OPERATOR MESSAGE FOR A FAIL
004030* SIGNAL, ESCALATED ONCE THE SAME LK-TYPE HAS FAILED
004036* MON-ESCALATE-LIMIT TIMES IN A ROW THIS WINDOW. BOTH ARE
004042* LOGGED TO CC2ALRLOG.
004050*----------------------------------------------------------------
004060 5000-SEND-FAIL-ALERT.
004070     MOVE DQ-TYPE TO MON-FM-TYPE
004080     MOVE DQ-RESP TO MON-FM-RESP
004090     DISPLAY MON-FAIL-MESSAGE UPON CONSOLE
004091     MOVE 'FAIL' TO MON-ALR-KIND
004092     MOVE DQ-TYPE TO MON-ALR-KEY
004093     MOVE DQ-RESP TO MON-ALR-RESP
004094     MOVE MON-FAIL-MESSAGE TO MON-ALR-TEXT
004095     PERFORM 5500-LOG-ALERT
004100     IF MON-T-CONSEC (MON-TYPE-IDX) >= MON-ESCALATE-LIMIT
004101         MOVE DQ-TYPE TO MON-EM-TYPE
004102         MOVE MON-T-CONSEC (MON-TYPE-IDX) TO MON-EM-COUNT
004103         DISPLAY MON-ESC-MESSAGE UPON CONSOLE
004104         MOVE 'ESCALATE' TO MON-ALR-KIND
004105         MOVE MON-ESC-MESSAGE TO MON-ALR-TEXT
004106         PERFORM 5500-LOG-ALERT
004107     END-IF.
004108
004109*----------------------------------------------------------------
004110* 5500-LOG-ALERT - APPEND THE ALERT IN MON-ALR-KIND / KEY / RESP /
004111* TEXT TO CC2ALRLOG, STAMPED NOW. THE FILE IS OPENED AND CLOSED
004112* PER ROW SO THE LOG IS COMPLETE AT ANY MOMENT A REPORT READS IT;
004113* A LOG THAT CANNOT BE OPENED LOSES THE ROW, NEVER THE ALERT.
004114* THE ROW CARRIES THE SEVERITY OF THE KIND'S RULE, AND AN ALERT
004115* THE RULE ESCALATES IS WATCHED FOR ITS ON-CALL DEADLINE.
004116*----------------------------------------------------------------
004117 5500-LOG-ALERT.
004118     MOVE MON-ALR-KIND TO MON-RULE-KIND
004119     PERFORM 5520-FIND-ALERT-RULE
004120     OPEN EXTEND ALERT-FILE
004121     IF MON-ALR-STATUS = '00' OR MON-ALR-STATUS = '05'
004122         MOVE MON-TIMESTAMP TO ALR-STAMP
004123         MOVE MON-ALR-KIND  TO ALR-KIND
004124         MOVE MON-ALR-KEY   TO ALR-KEY
004125         MOVE MON-ALR-RESP  TO ALR-RESP
004126         MOVE MON-ALR-TEXT  TO ALR-TEXT
004127         MOVE MON-RULE-SEV  TO ALR-SEVERITY
004128         MOVE SPACES        TO ALR-ACK-USER
004129         MOVE SPACES        TO ALR-ACK-STAMP
004130         MOVE SPACES        TO ALR-ACK-TEXT
004131         MOVE SPACES        TO ALR-ONCALL-STAMP
004132         MOVE SPACES        TO ALR-ONCALL-MSGQ
004133         WRITE ALR-RECORD
004134         CLOSE ALERT-FILE
004135         ADD 1 TO MON-ALR-ROWS
004136         IF MON-RULE-MINUTES > ZERO
004137             MOVE MON-ALR-ROWS  TO MON-ALR-ROW
004138             MOVE MON-TIMESTAMP TO MON-OA-STAMP-WORK
004139             MOVE MON-ALR-KEY   TO MON-OA-KEY-WORK
004140             PERFORM 5530-ADD-OPEN-ALERT
004141         END-IF
004142     END-IF.
004143
004144*--- A WATCHDOG ALERT IS ABOUT THE SUITE (OR '*STREAMS' RUN) IN
004145*--- FLIGHT.
004146 5510-LOG-SUITE-ALERT.
004147     MOVE MON-REG-SUITE TO MON-ALR-KEY
004148     MOVE SPACES TO MON-ALR-RESP
004149     PERFORM 5500-LOG-ALERT.
004150
004151*----------------------------------------------------------------
004152* 5520-FIND-ALERT-RULE - SEVERITY, ON-CALL MINUTES AND QUEUE FOR
004153* ALERT KIND MON-RULE-KIND: ITS CC2ALRCFG ROW, OR THE BUILT-IN
004154* RULE - CRIT FOR THE KINDS THAT PUT THE NIGHT'S RESULT IN DOUBT,
004155* WARN FOR THE REST, MON-ONCALL-MINUTES TO MON-ONCALL-MSGQ. A
004156* ROW'S BLANK SEVERITY OR QUEUE KEEPS THE BUILT-IN VALUE.
004157*----------------------------------------------------------------
004158 5520-FIND-ALERT-RULE.
004159     EVALUATE MON-RULE-KIND
004160         WHEN 'ESCALATE'
004161         WHEN 'HARD'
004162         WHEN 'STALLED'
004163         WHEN 'INCOMPLETE'
004164             MOVE 'CRIT' TO MON-RULE-SEV
004165         WHEN OTHER
004166             MOVE 'WARN' TO MON-RULE-SEV
004167     END-EVALUATE
004168     MOVE MON-ONCALL-MINUTES TO MON-RULE-MINUTES
004169     MOVE MON-ONCALL-MSGQ TO MON-RULE-MSGQ
004170     MOVE 'N' TO MON-ACF-FOUND-SW
004171     PERFORM 5525-MATCH-ALERT-RULE
004172         VARYING MON-ACF-SUB FROM 1 BY 1
004173         UNTIL MON-ACF-SUB > MON-ACF-COUNT
004174         OR MON-ACF-FOUND.
004175
004176 5525-MATCH-ALERT-RULE.
004177     IF MON-R-KIND (MON-ACF-SUB) = MON-RULE-KIND
004178         SET MON-ACF-FOUND TO TRUE
004179         IF MON-R-SEV (MON-ACF-SUB) NOT = SPACES
004180             MOVE MON-R-SEV (MON-ACF-SUB) TO MON-RULE-SEV
004181         END-IF
004182         MOVE MON-R-MINUTES (MON-ACF-SUB) TO MON-RULE-MINUTES
004183         IF MON-R-MSGQ (MON-ACF-SUB) NOT = SPACES
004184             MOVE MON-R-MSGQ (MON-ACF-SUB) TO MON-RULE-MSGQ
004185         END-IF
004186     END-IF.
004187
004188*--- WATCH LOG ROW MON-ALR-ROW (RAISED MON-OA-STAMP-WORK, ABOUT
004189*--- MON-OA-KEY-WORK) UNDER THE RULE JUST FOUND. IT FALLS DUE
004190*--- THE RULE'S WHOLE MINUTES AFTER IT WAS RAISED.
004191 5530-ADD-OPEN-ALERT.
004192     IF MON-OA-COUNT < MON-OA-MAX
004193         ADD 1 TO MON-OA-COUNT
004194         SET MON-OA-IDX TO MON-OA-COUNT
004195         MOVE MON-ALR-ROW       TO MON-OA-ROW (MON-OA-IDX)
004196         MOVE MON-OA-STAMP-WORK TO MON-OA-STAMP (MON-OA-IDX)
004197         MOVE MON-RULE-KIND     TO MON-OA-KIND (MON-OA-IDX)
004198         MOVE MON-OA-KEY-WORK   TO MON-OA-KEY (MON-OA-IDX)
004199         MOVE MON-RULE-SEV      TO MON-OA-SEV (MON-OA-IDX)
004200         MOVE MON-RULE-MINUTES  TO MON-OA-MINUTES (MON-OA-IDX)
004201         MOVE MON-RULE-MSGQ     TO MON-OA-MSGQ (MON-OA-IDX)
004202         MOVE 'N'               TO MON-OA-DONE-SW (MON-OA-IDX)
004203         MOVE MON-OA-STAMP-WORK TO MON-MIN-STAMP
004204         PERFORM 5700-STAMP-TO-MINUTES
004205         COMPUTE MON-OA-DUE (MON-OA-IDX) =
004206             MON-MIN-VALUE + MON-RULE-MINUTES
004207         IF MON-MIN-SS > ZERO
004208             ADD 1 TO MON-OA-DUE (MON-OA-IDX)
004209         END-IF
004210     ELSE
004211         DISPLAY 'CC2DQMON: OPEN ALERT TABLE FULL, NO ON-CALL '
004212             'WATCH FOR ' MON-RULE-KIND ' ' MON-OA-KEY-WORK
004213             UPON CONSOLE
004214     END-IF.
004215
004216*----------------------------------------------------------------
004217* 5600-CHECK-ONCALL - ONCE PER CLOCK MINUTE, SEND EVERY WATCHED
004218* ALERT THAT HAS FALLEN DUE AND IS STILL UNACKNOWLEDGED TO ITS
004219* ON-CALL QUEUE, AND NOTE THE SEND ON ITS LOG ROW. AN ALERT THE
004220* OPERATOR HAS ACKNOWLEDGED IN TIME IS SIMPLY DROPPED FROM THE
004221* WATCH. A LOG THAT CANNOT BE OPENED STILL GETS THE DUE ALERTS
004222* SENT - THE PAGE MATTERS MORE THAN THE NOTE OF IT.
004223*----------------------------------------------------------------
004224 5600-CHECK-ONCALL.
004225     IF MON-OA-COUNT > ZERO
004226         PERFORM 3000-STAMP-CURRENT-TIME
004227         IF MON-TIMESTAMP (1:12) NOT = MON-ONCALL-CHECKED
004228             MOVE MON-TIMESTAMP (1:12) TO MON-ONCALL-CHECKED
004229             MOVE MON-TIMESTAMP TO MON-MIN-STAMP
004230             PERFORM 5700-STAMP-TO-MINUTES
004231             MOVE MON-MIN-VALUE TO MON-NOW-MINUTES
004232             MOVE ZERO TO MON-DUE-LAST-ROW
004233             PERFORM 5610-NOTE-DUE-ALERT
004234                 VARYING MON-OA-IDX FROM 1 BY 1
004235                 UNTIL MON-OA-IDX > MON-OA-COUNT
004236             IF MON-DUE-LAST-ROW > ZERO
004237                 PERFORM 5620-SETTLE-DUE-ALERTS
004238                 PERFORM 5680-DROP-SETTLED-ALERTS
004239             END-IF
004240         END-IF
004241     END-IF.
004242
004243*--- MON-DUE-LAST-ROW ENDS UP AS THE HIGHEST LOG ROW DUE, SO THE
004244*--- PASS OVER THE LOG CAN STOP THERE.
004245 5610-NOTE-DUE-ALERT.
004246     IF MON-OA-DUE (MON-OA-IDX) NOT > MON-NOW-MINUTES
004247         AND MON-OA-ROW (MON-OA-IDX) > MON-DUE-LAST-ROW
004248         MOVE MON-OA-ROW (MON-OA-IDX) TO MON-DUE-LAST-ROW
004249     END-IF.
004250
004251 5620-SETTLE-DUE-ALERTS.
004252     MOVE ZERO TO MON-ALR-ROW
004253     MOVE 'N' TO MON-EOF-SW
004254     OPEN I-O ALERT-FILE
004255     IF MON-ALR-STATUS = '00'
004256         PERFORM 5630-READ-DUE-ALERT
004257             UNTIL MON-EOF
004258             OR MON-ALR-ROW NOT < MON-DUE-LAST-ROW
004259         CLOSE ALERT-FILE
004260     ELSE
004261         IF MON-ALR-STATUS = '05'
004262             CLOSE ALERT-FILE
004263         END-IF
004264         DISPLAY 'CC2DQMON: ALERT LOG NOT OPENED FOR UPDATE, '
004265             'STATUS ' MON-ALR-STATUS UPON CONSOLE
004266     END-IF
004267     PERFORM 5650-SEND-UNSETTLED-ALERT
004268         VARYING MON-OA-IDX FROM 1 BY 1
004269         UNTIL MON-OA-IDX > MON-OA-COUNT.
004270
004271 5630-READ-DUE-ALERT.
004272     READ ALERT-FILE
004273         AT END
004274             SET MON-EOF TO TRUE
004275         NOT AT END
004276             ADD 1 TO MON-ALR-ROW
004277             PERFORM 5640-SETTLE-ALERT-ROW
004278     END-READ.
004279
004280*--- THE ROW JUST READ, IF IT IS A WATCHED ALERT NOW DUE. A ROW
004281*--- THAT NO LONGER MATCHES WHAT WAS WATCHED (THE LOG WAS CLEARED
004282*--- OR RELOADED UNDER THE MONITOR) IS LEFT ALONE AND THE ALERT
004283*--- IS SENT BY 5650 WITHOUT A NOTE.
004284 5640-SETTLE-ALERT-ROW.
004285     MOVE 'N' TO MON-OA-FOUND-SW
004286     SET MON-OA-IDX TO 1
004287     SEARCH MON-OA-ENTRY
004288         AT END
004289             CONTINUE
004290         WHEN MON-OA-ROW (MON-OA-IDX) = MON-ALR-ROW
004291             AND MON-OA-DUE (MON-OA-IDX) NOT > MON-NOW-MINUTES
004292             AND NOT MON-OA-DONE (MON-OA-IDX)
004293             SET MON-OA-FOUND TO TRUE
004294     END-SEARCH
004295     IF MON-OA-FOUND
004296         AND ALR-STAMP = MON-OA-STAMP (MON-OA-IDX)
004297         AND ALR-KIND = MON-OA-KIND (MON-OA-IDX)
004298         AND ALR-KEY = MON-OA-KEY (MON-OA-IDX)
004299         SET MON-OA-DONE (MON-OA-IDX) TO TRUE
004300         IF ALR-UNACKNOWLEDGED
004301             AND ALR-ONCALL-STAMP = SPACES
004302             PERFORM 5660-SEND-ONCALL-MESSAGE
004303             MOVE MON-TIMESTAMP      TO ALR-ONCALL-STAMP
004304             MOVE MON-ONCALL-SENT-TO TO ALR-ONCALL-MSGQ
004305             REWRITE ALR-RECORD
004306         END-IF
004307     END-IF.
004308
004309*--- ANY DUE ALERT THE PASS OVER THE LOG DID NOT SETTLE.
004310 5650-SEND-UNSETTLED-ALERT.
004311     IF MON-OA-DUE (MON-OA-IDX) NOT > MON-NOW-MINUTES
004312         AND NOT MON-OA-DONE (MON-OA-IDX)
004313         SET MON-OA-DONE (MON-OA-IDX) TO TRUE
004314         PERFORM 5660-SEND-ONCALL-MESSAGE
004315     END-IF.
004316
004317*----------------------------------------------------------------
004318* 5660-SEND-ONCALL-MESSAGE - SNDMSG THE ALERT MON-OA-IDX POINTS AT
004319* TO ITS ON-CALL QUEUE THROUGH QCAPCMD. MON-ONCALL-SENT-TO COMES
004320* BACK AS THE QUEUE, OR '*FAILED' (AND A CONSOLE MESSAGE SO THE
004321* ALERT IS AT LEAST SEEN THERE).
004322*----------------------------------------------------------------
004323 5660-SEND-ONCALL-MESSAGE.
004324     MOVE MON-OA-MINUTES (MON-OA-IDX) TO MON-OT-MINUTES
004325     MOVE MON-OA-SEV (MON-OA-IDX)     TO MON-OT-SEV
004326     MOVE MON-OA-KIND (MON-OA-IDX)    TO MON-OT-KIND
004327     MOVE MON-OA-KEY (MON-OA-IDX)     TO MON-OT-KEY
004328     MOVE MON-OA-STAMP (MON-OA-IDX)   TO MON-OT-STAMP
004329     INSPECT MON-ONCALL-TEXT REPLACING ALL '''' BY SPACE
004330     MOVE SPACES TO MON-CAP-CMD
004331     STRING 'SNDMSG MSG('''         DELIMITED BY SIZE
004332            MON-ONCALL-TEXT          DELIMITED BY SIZE
004333            ''') TOMSGQ('            DELIMITED BY SIZE
004334            MON-OA-MSGQ (MON-OA-IDX) DELIMITED BY SPACE
004335            ')'                      DELIMITED BY SIZE
004336         INTO MON-CAP-CMD
004337     MOVE ZERO TO MON-CAP-ERR-AVAIL
004338     MOVE SPACES TO MON-CAP-ERR-ID
004339     CALL 'QCAPCMD' USING MON-CAP-CMD, MON-CAP-CMD-LEN,
004340         MON-CAP-OPTIONS, MON-CAP-OPT-LEN, MON-CAP-OPT-FORMAT,
004341         MON-CAP-CHANGED, MON-CAP-CHG-AVAIL, MON-CAP-CHG-LEN,
004342         MON-CAP-ERROR
004343     IF MON-CAP-ERR-AVAIL > ZERO
004344         MOVE '*FAILED' TO MON-ONCALL-SENT-TO
004345         DISPLAY 'CC2DQMON: ON-CALL MESSAGE TO '
004346             MON-OA-MSGQ (MON-OA-IDX) ' NOT SENT, ERROR '
004347             MON-CAP-ERR-ID UPON CONSOLE
004348     ELSE
004349         MOVE MON-OA-MSGQ (MON-OA-IDX) TO MON-ONCALL-SENT-TO
004350     END-IF
004351     DISPLAY MON-ONCALL-TEXT UPON CONSOLE.
004352
004353*--- CLOSE UP THE WATCH TABLE OVER THE ALERTS NOW SETTLED.
004354 5680-DROP-SETTLED-ALERTS.
004355     MOVE ZERO TO MON-OA-KEEP
004356     PERFORM 5690-KEEP-OPEN-ALERT
004357         VARYING MON-OA-SUB FROM 1 BY 1
004358         UNTIL MON-OA-SUB > MON-OA-COUNT
004359     MOVE MON-OA-KEEP TO MON-OA-COUNT.
004360
004361 5690-KEEP-OPEN-ALERT.
004362     IF NOT MON-OA-DONE (MON-OA-SUB)
004363         ADD 1 TO MON-OA-KEEP
004364         IF MON-OA-KEEP < MON-OA-SUB
004365             MOVE MON-OA-ENTRY (MON-OA-SUB)
004366                 TO MON-OA-ENTRY (MON-OA-KEEP)
004367         END-IF
004368     END-IF.
004369
004370*--- MINUTES SINCE THE CALENDAR'S DAY ONE FOR THE CCYYMMDDHHMISS
004371*--- STAMP IN MON-MIN-STAMP; ZERO WHEN IT IS NOT A STAMP.
004372 5700-STAMP-TO-MINUTES.
004373     IF MON-MIN-DATE IS NUMERIC
004374         AND MON-MIN-DATE > ZERO
004375         AND MON-MIN-HH IS NUMERIC
004376         AND MON-MIN-MM IS NUMERIC
004377         COMPUTE MON-MIN-VALUE =
004378             FUNCTION INTEGER-OF-DATE (MON-MIN-DATE) * 1440
004379             + MON-MIN-HH * 60 + MON-MIN-MM
004380     ELSE
004381         MOVE ZERO TO MON-MIN-VALUE
004382     END-IF.
004383
004384*----------------------------------------------------------------
004385* 6000-WATCHDOG-CHECK - NOTHING ARRIVED THIS TICK: LOOK AT THE
004386* CLOCK. WITH A RUN REGISTERED, A SILENT GAP PAST THE SUITE'S
004387* ALLOWANCE MEANS STALLED AND A RUN PAST ITS END-BY MEANS
004388* OVERDUE - EACH RAISED ONCE, ON THE TRANSITION. WITH NO RUN
004389* REGISTERED, A SUITE PAST ITS START-BY WITH NOTHING RUNNING IS
004390* FLAGGED ONCE PER DAY. A RUN THE OPERATOR HAS PAUSED IS
004391* EXPECTED TO BE QUIET AND IS NOT HELD TO ITS CLOCK UNTIL IT IS
004392* RESUMED. A MULTI-STREAM RUN ONE OF WHOSE STREAMS HAS DIED IS
004393* INCOMPLETE, WHETHER ITS COORDINATOR IS STILL WAITING OR HAS
004394* GIVEN UP AND LEFT THE REGISTRATION SAYING SO.
004395*----------------------------------------------------------------
004396 6000-WATCHDOG-CHECK.
004397     PERFORM 3000-STAMP-CURRENT-TIME
004398     PERFORM 6100-CHECK-RUN-REGISTRATION
004399     IF MON-RUN-INFLIGHT
004400         IF MON-REG-SUITE = '*STREAMS'
004401             PERFORM 6500-CHECK-STREAMS
004402         END-IF
004403     END-IF
004404     EVALUATE TRUE
004405         WHEN MON-STREAM-LOST OR MON-REG-INCOMPLETE
004406             PERFORM 6600-FLAG-INCOMPLETE
004407         WHEN MON-RUN-INFLIGHT
004408             IF MON-REG-PAUSED
004409                 IF MON-WDG-STATE NOT = 'PAUSED'
004410                     MOVE 'PAUSED' TO MON-WDG-STATE
004411                     MOVE MON-REG-SINCE TO MON-WDG-SINCE
004412                     DISPLAY 'CC2DQMON WATCHDOG: SUITE '
004413                         MON-REG-SUITE
004414                         ' PAUSED BY OPERATOR SINCE '
004415                         MON-REG-SINCE UPON CONSOLE
004416                 END-IF
004417             ELSE
004418                 IF MON-WDG-STATE = 'PAUSED'
004419                     OR MON-WDG-STATE = 'INCOMPLETE'
004420                     MOVE 'RUNNING' TO MON-WDG-STATE
004421                     MOVE MON-REG-SINCE TO MON-WDG-SINCE
004422                     MOVE SPACES TO MON-LOST-STAMP
004423                 END-IF
004424                 PERFORM 6200-CHECK-INFLIGHT-CLOCK
004425             END-IF
004426         WHEN OTHER
004427             IF MON-WDG-STATE NOT = 'IDLE'
004428                 MOVE 'IDLE' TO MON-WDG-STATE
004429                 MOVE MON-TIMESTAMP TO MON-WDG-SINCE
004430                 MOVE SPACES TO MON-REG-SUITE
004431                 MOVE SPACES TO MON-LOST-STAMP
004432             END-IF
004433             PERFORM 6400-CHECK-START-BY
004434                 VARYING MON-EXP-SUB FROM 1 BY 1
004435                 UNTIL MON-EXP-SUB > MON-EXP-COUNT
004436     END-EVALUATE
004437     PERFORM 7500-WRITE-WATCHDOG-FILE.
004438
004439*----------------------------------------------------------------
004440* 6100-CHECK-RUN-REGISTRATION - A CC2RUNREG ROW MEANS A RUN IS
004441* IN FLIGHT (THE DRIVER RECLAIMS STALE LOCKS ITSELF AT START,
004442* SO THE ROW IS TAKEN AT ITS WORD HERE) - UNLESS IT IS A ROW
004445* LEFT IN STATE CANCELLED, WHICH WAITS FOR THE NEXT START. A
004446* MULTI-STREAM ROW LEFT INCOMPLETE IS NOT IN FLIGHT EITHER, BUT
004447* IS REMEMBERED SO THE WATCHDOG DOES NOT CALL THE NIGHT IDLE.
004450*----------------------------------------------------------------
004460 6100-CHECK-RUN-REGISTRATION.
004470     MOVE 'N' TO MON-INFLIGHT-SW
004471     MOVE 'N' TO MON-INCOMPLETE-SW
004472     MOVE 'N' TO MON-LOST-SW
004473     MOVE SPACES TO MON-REG-STATE
004474     MOVE SPACES TO MON-REG-SINCE
004480     OPEN INPUT REGISTER-FILE
004490     IF MON-REG-STATUS = '00'
004500         READ REGISTER-FILE
004510             AT END
004520                 CONTINUE
004530             NOT AT END
004531                 EVALUATE TRUE
004532                     WHEN REG-CANCELLED
004533                         CONTINUE
004534                     WHEN REG-INCOMPLETE
004535                         SET MON-REG-INCOMPLETE TO TRUE
004536                         MOVE REG-SUITE TO MON-REG-SUITE
004537                         MOVE REG-STAMP TO MON-REG-STAMP
004538                     WHEN OTHER
004540                         SET MON-RUN-INFLIGHT TO TRUE
004550                         MOVE REG-SUITE TO MON-REG-SUITE
004560                         MOVE REG-STAMP TO MON-REG-STAMP
004562                         MOVE REG-STATE TO MON-REG-STATE
004564                         MOVE REG-SINCE TO MON-REG-SINCE
004566                 END-EVALUATE
004570         END-READ
004580         CLOSE REGISTER-FILE
004590     ELSE
004760*--------THE RUN'S REGISTERED START: A SECOND RUN IN THE SAME
004770*--------WINDOW MUST NOT BE MEASURED FROM THE PREVIOUS RUN'S
004780*--------LAST ENTRY, OR ITS FIRST QUIET TICK WOULD RAISE A
004790*--------FALSE STALL. A RUN JUST RESUMED IS MEASURED FROM THE
004795*--------RESUME, NOT FROM THE LAST ENTRY BEFORE THE PAUSE.
004800         MOVE MON-LAST-SEEN TO MON-BASE-STAMP
004810         IF MON-REG-STAMP > MON-BASE-STAMP
004820             MOVE MON-REG-STAMP TO MON-BASE-STAMP
004822         END-IF
004824         IF MON-REG-SINCE > MON-BASE-STAMP
004826             MOVE MON-REG-SINCE TO MON-BASE-STAMP
004830         END-IF
004840         MOVE MON-BASE-STAMP (9:6) TO MON-HMS
004850         PERFORM 6250-TIME-TO-SECONDS
005030                         MON-REG-SUITE ' PAST END-BY '
005040                         MON-X-ENDBY (MON-EXP-HIT)
005050                         ', RUN STILL IN FLIGHT' UPON CONSOLE
005051                     MOVE 'OVERDUE' TO MON-ALR-KIND
005052                     MOVE SPACES TO MON-ALR-TEXT
005053                     STRING 'SUITE ' MON-REG-SUITE ' PAST END-BY '
005054                            MON-X-ENDBY (MON-EXP-HIT)
005055                            ', RUN STILL IN FLIGHT'
005056                            DELIMITED BY SIZE INTO MON-ALR-TEXT
005057                     PERFORM 5510-LOG-SUITE-ALERT
005060                 END-IF
005070             WHEN MON-GAP-SECONDS > MON-X-MAXGAP (MON-EXP-HIT)
005080                 IF MON-WDG-STATE NOT = 'STALLED'
005120                     DISPLAY 'CC2DQMON WATCHDOG: SUITE '
005130                         MON-REG-SUITE ' STALLED - NO ENTRY '
005140                         'SINCE ' MON-BASE-STAMP UPON CONSOLE
005141                     MOVE 'STALLED' TO MON-ALR-KIND
005142                     MOVE SPACES TO MON-ALR-TEXT
005143                     STRING 'SUITE ' MON-REG-SUITE
005144                            ' STALLED - NO ENTRY SINCE '
005145                            MON-BASE-STAMP
005146                            DELIMITED BY SIZE INTO MON-ALR-TEXT
005147                     PERFORM 5510-LOG-SUITE-ALERT
005150                 END-IF
005160             WHEN OTHER
005170                 CONTINUE
005460     IF MON-X-STARTBY (MON-EXP-SUB) NOT = SPACES
005470         AND MON-TS-TIME > MON-X-STARTBY (MON-EXP-SUB)
005480         AND MON-X-WARNED-DATE (MON-EXP-SUB)
005481             NOT = MON-TIMESTAMP (1:8)
005482         MOVE MON-TIMESTAMP (1:8)
005483             TO MON-X-WARNED-DATE (MON-EXP-SUB)
005484         DISPLAY 'CC2DQMON WATCHDOG: SUITE '
005485             MON-X-SUITE (MON-EXP-SUB) ' NOT STARTED BY '
005486             MON-X-STARTBY (MON-EXP-SUB) UPON CONSOLE
005487         MOVE 'NOTSTARTED' TO MON-ALR-KIND
005488         MOVE MON-X-SUITE (MON-EXP-SUB) TO MON-ALR-KEY
005489         MOVE SPACES TO MON-ALR-RESP
005490         MOVE SPACES TO MON-ALR-TEXT
005491         STRING 'SUITE ' MON-X-SUITE (MON-EXP-SUB)
005492                ' NOT STARTED BY ' MON-X-STARTBY (MON-EXP-SUB)
005493                DELIMITED BY SIZE INTO MON-ALR-TEXT
005494         PERFORM 5500-LOG-ALERT
005495     END-IF.
005496
005497*----------------------------------------------------------------
005498* 6500-CHECK-STREAMS - A MULTI-STREAM RUN IS IN FLIGHT: TAKE EACH
005499* STREAM'S LATEST EVENT FROM CC2STRUN AND ASK AFTER THE JOB OF
005500* EVERY STARTED ONE. A STREAM LOGGED AS DIED OR REFUSED, OR
005502* WHOSE JOB IS GONE WITH NOTHING NEWER LOGGED ON A SECOND READ,
005503* IS LOST - THE COORDINATOR MAY ITSELF BE THE JOB THAT DIED, SO
005504* THE WATCHDOG DOES NOT WAIT FOR IT TO SAY SO.
005505*----------------------------------------------------------------
005506 6500-CHECK-STREAMS.
005507     MOVE ZERO TO MON-SM-COUNT
005508     PERFORM 6510-LOAD-STREAM-STATES
005509     MOVE ZERO TO MON-GONE-COUNT
005510     PERFORM 6530-PROBE-STREAM
005511         VARYING MON-SM-IDX FROM 1 BY 1
005512         UNTIL MON-SM-IDX > MON-SM-COUNT
005513     IF MON-GONE-COUNT > ZERO
005514         PERFORM 6510-LOAD-STREAM-STATES
005515     END-IF
005516     PERFORM 6550-CHECK-LOST-STREAM
005517         VARYING MON-SM-IDX FROM 1 BY 1
005518         UNTIL MON-SM-IDX > MON-SM-COUNT
005519         OR MON-STREAM-LOST.
005520
005521 6510-LOAD-STREAM-STATES.
005522     MOVE 'N' TO MON-EOF-SW
005523     OPEN INPUT STREAM-FILE
005524     IF MON-STR-STATUS = '00'
005525         PERFORM 6520-READ-STREAM-ROW UNTIL MON-EOF
005526         CLOSE STREAM-FILE
005527     ELSE
005528         IF MON-STR-STATUS = '05'
005529             CLOSE STREAM-FILE
005530         END-IF
005531     END-IF.
005532
005533 6520-READ-STREAM-ROW.
005534     READ STREAM-FILE
005535         AT END
005536             SET MON-EOF TO TRUE
005537         NOT AT END
005538             IF STR-RUNSTAMP = MON-REG-STAMP
005539                 AND NOT STR-PLANNED
005540                 AND NOT STR-SUITE-TOTAL
005541                 PERFORM 6525-TAKE-STREAM-ROW
005542             END-IF
005543     END-READ.
005544
005545 6525-TAKE-STREAM-ROW.
005546     MOVE 'N' TO MON-SM-FOUND-SW
005547     IF MON-SM-COUNT > ZERO
005548         SET MON-SM-IDX TO 1
005549         SEARCH MON-SM-ENTRY
005550             AT END
005551                 CONTINUE
005552             WHEN MON-SM-STREAM (MON-SM-IDX) = STR-STREAM
005553                 SET MON-SM-FOUND TO TRUE
005554         END-SEARCH
005555     END-IF
005556     IF NOT MON-SM-FOUND AND MON-SM-COUNT < MON-SM-MAX
005557         ADD 1 TO MON-SM-COUNT
005558         SET MON-SM-IDX TO MON-SM-COUNT
005559         MOVE STR-STREAM TO MON-SM-STREAM (MON-SM-IDX)
005560         MOVE SPACES TO MON-SM-JOB (MON-SM-IDX)
005561         MOVE SPACES TO MON-SM-USER (MON-SM-IDX)
005562         MOVE SPACES TO MON-SM-NBR (MON-SM-IDX)
005563         MOVE SPACES TO MON-SM-GONE-ON (MON-SM-IDX)
005564         SET MON-SM-FOUND TO TRUE
005565     END-IF
005566     IF MON-SM-FOUND
005567         MOVE STR-EVENT TO MON-SM-STATE (MON-SM-IDX)
005568         IF STR-JOB NOT = SPACES
005569             MOVE STR-JOB    TO MON-SM-JOB (MON-SM-IDX)
005570             MOVE STR-USER   TO MON-SM-USER (MON-SM-IDX)
005571             MOVE STR-JOBNBR TO MON-SM-NBR (MON-SM-IDX)
005572         END-IF
005573     ELSE
005574         DISPLAY 'CC2DQMON: STREAM TABLE FULL, STREAM NOT '
005575             'WATCHED: ' STR-STREAM UPON CONSOLE
005576     END-IF.
005577
005578 6530-PROBE-STREAM.
005579     MOVE SPACES TO MON-SM-GONE-ON (MON-SM-IDX)
005580     IF MON-SM-STARTED (MON-SM-IDX)
005581         MOVE MON-SM-JOB (MON-SM-IDX)  TO MON-PRB-JOB
005582         MOVE MON-SM-USER (MON-SM-IDX) TO MON-PRB-USER
005583         MOVE MON-SM-NBR (MON-SM-IDX)  TO MON-PRB-NBR
005584         MOVE SPACES TO MON-PRB-RECEIVER
005585         MOVE ZERO TO MON-PRB-ERR-AVAIL
005586         CALL 'QUSRJOBI' USING MON-PRB-RECEIVER, MON-JOBI-LENGTH,
005587             MON-JOBI-FORMAT, MON-PRB-QUALJOB, MON-JOBI-INTID,
005588             MON-PRB-ERROR
005589         IF MON-PRB-ERR-AVAIL > ZERO
005590             OR MON-PRB-STATUS = '*OUTQ'
005591             MOVE MON-SM-STATE (MON-SM-IDX)
005592                 TO MON-SM-GONE-ON (MON-SM-IDX)
005593             ADD 1 TO MON-GONE-COUNT
005594         END-IF
005595     END-IF.
005596
005597 6550-CHECK-LOST-STREAM.
005598     EVALUATE TRUE
005599         WHEN MON-SM-STATE (MON-SM-IDX) = 'DIED'
005600             OR MON-SM-STATE (MON-SM-IDX) = 'REFUSED'
005601             SET MON-STREAM-LOST TO TRUE
005602             MOVE MON-SM-STATE (MON-SM-IDX) TO MON-LOST-EVENT
005603         WHEN MON-SM-GONE-ON (MON-SM-IDX) NOT = SPACES
005604             AND MON-SM-GONE-ON (MON-SM-IDX) =
005605                 MON-SM-STATE (MON-SM-IDX)
005606             SET MON-STREAM-LOST TO TRUE
005607             MOVE 'JOB GONE' TO MON-LOST-EVENT
005608         WHEN OTHER
005609             CONTINUE
005610     END-EVALUATE
005611     IF MON-STREAM-LOST
005612         MOVE MON-SM-STREAM (MON-SM-IDX) TO MON-LOST-STREAM
005613     END-IF.
005614
005615*----------------------------------------------------------------
005616* 6600-FLAG-INCOMPLETE - THE MULTI-STREAM RUN WILL NOT COMPLETE
005617* AS PLANNED: SHOW IT AS INCOMPLETE, AND TELL THE OPERATOR ONCE
005618* PER RUN STAMP.
005619*----------------------------------------------------------------
005620 6600-FLAG-INCOMPLETE.
005621     IF MON-WDG-STATE NOT = 'INCOMPLETE'
005622         MOVE 'INCOMPLETE' TO MON-WDG-STATE
005623         MOVE MON-TIMESTAMP TO MON-WDG-SINCE
005624     END-IF
005625     IF MON-LOST-STAMP NOT = MON-REG-STAMP
005626         MOVE MON-REG-STAMP TO MON-LOST-STAMP
005627         IF MON-STREAM-LOST
005628             DISPLAY 'CC2DQMON WATCHDOG: MULTI-STREAM RUN '
005629                 MON-REG-STAMP ' INCOMPLETE - STREAM '
005630                 MON-LOST-STREAM ' ' MON-LOST-EVENT UPON CONSOLE
005631             MOVE SPACES TO MON-ALR-TEXT
005632             STRING 'MULTI-STREAM RUN ' MON-REG-STAMP
005633                    ' INCOMPLETE - STREAM ' MON-LOST-STREAM ' '
005634                    MON-LOST-EVENT DELIMITED BY SIZE
005635                 INTO MON-ALR-TEXT
005636         ELSE
005637             DISPLAY 'CC2DQMON WATCHDOG: MULTI-STREAM RUN '
005638                 MON-REG-STAMP ' LEFT INCOMPLETE' UPON CONSOLE
005639             MOVE SPACES TO MON-ALR-TEXT
005640             STRING 'MULTI-STREAM RUN ' MON-REG-STAMP
005641                    ' LEFT INCOMPLETE' DELIMITED BY SIZE
005642                 INTO MON-ALR-TEXT
005643         END-IF
005644         MOVE 'INCOMPLETE' TO MON-ALR-KIND
005645         PERFORM 5510-LOG-SUITE-ALERT
005646     END-IF.
005647
005648*----------------------------------------------------------------
005649* 7000-WRITE-STATUS-FILE - REWRITE CC2DQSTS IN FULL FROM THE
005650* STATUS TABLE SO A QUERY ALWAYS SEES THE CURRENT PICTURE.
005651*----------------------------------------------------------------
005652 7000-WRITE-STATUS-FILE.
005653     OPEN OUTPUT STATUS-FILE
005654     IF MON-STS-STATUS = '00'
005655         PERFORM 7100-WRITE-STATUS-ROW
005656             VARYING MON-TYPE-IDX FROM 1 BY 1
005660             UNTIL MON-TYPE-IDX > MON-TYPE-COUNT
005670         CLOSE STATUS-FILE
005680     END-IF.
