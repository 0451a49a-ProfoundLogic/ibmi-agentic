000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    CC2PRMGT.
000300 AUTHOR.        OPERATIONS SUPPORT.
000400 INSTALLATION.  PLSRC1.
000500 DATE-WRITTEN.  2026-10-14.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*   DATE       INIT  DESCRIPTION
001000*   2026-10-14 OPS   INITIAL VERSION - RECORDED GO/NO-GO
001100*                    PROMOTION GATE FOR A CBLCALLP1 CHANGE.
001110*   2026-10-14 OPS   A RUN THE OPERATOR CANCELLED ('*RUNCANCEL'
001120*                    ROW, NO '*RUNTOTAL') IS NO-GO WITH ITS OWN
001130*                    REASON NAMING WHO CANCELLED IT, RATHER THAN
001140*                    READING AS A RUN THAT DIED.
001150*   2026-10-15 OPS   FAULT-INJECTION DRILL RUNS (RSL-DRILL) AND
001160*                    DRILL CALLS (AUD-DRILL) ARE NEVER JUDGED -
001170*                    THE LATEST RUN IS THE LATEST REAL ONE, AND
001180*                    ITS AUDIT WINDOW COUNTS ONLY REAL CALLS.
001182*   2026-10-15 OPS   CONTROL CALLS ('*' TYPES, SUCH AS THE
001184*                    '*REGRESS' CALL CBLTSTDRV MAKES AT EVERY
001186*                    START) ARE NOT COUNTED AS UNPLANNED CALLS.
001200*--------------------------------------------------------------
001300* DESCRIPTION:
001400*   THE PROMOTION PIPELINE CALLS THIS PROGRAM WITH A SUITE AND
001500*   THE CHANGE/TICKET BEING PROMOTED, INSTEAD OF SOMEONE
001600*   READING THE CBLTSTDRV SPOOL, CC2RECON, CC2EXRPT AND THE
001700*   WAIVERS BY HAND:
001800*     CALL CC2PRMGT PARM('SUITE' 'TICKET' 'REVIEWER' 'REASON')
001900*   IT JUDGES THE LATEST CC2RSLT RUN STAMP CARRYING ROWS FOR
002000*   THE SUITE (*ALL, OR LEFT OFF, MEANS THE LATEST RUN OF ANY
002100*   SUITE):
002200*     NO-GO          - NO RUN ON FILE, RUN DID NOT COMPLETE
002300*                      (NO '*RUNTOTAL' ROW, OR CANCELLED
002310*                      BY THE OPERATOR AND NOT YET RESUMED
002320*                      TO ITS END), NOTHING RAN FOR
002400*                      THE SUITE, A HARD OR UNSETTLED FAIL
002500*                      SCENARIO, A WAIVER THE RUN LEANED ON
002600*                      THAT HAS EXPIRED OR GONE, OR A PLANNED
002700*                      CC2CTL TYPE NEVER CALLED IN THE RUN
002800*                      WINDOW (THE CC2RECON TEST).
002900*     NEEDS-SIGNOFF  - A FLAKY (RETRY-GREENED) SCENARIO,
003000*                      UNPLANNED CALLS IN THE WINDOW, OR
003100*                      CC2EXCPT REJECTS RAISED DURING IT.
003200*     GO             - NONE OF THE ABOVE.
003300*   A SCENARIO IS JUDGED ON ITS FINAL CLASS THE SAME WAY
003400*   CC2CSVEXP DOES: A FAIL ATTEMPT THE RETRY PASS LATER
003500*   SETTLED AS FLKY OR HARD IS SUPERSEDED BY THAT CLASS.
003600*
003700*   A REVIEWER (THIRD PARAMETER) SIGNS OFF A NEEDS-SIGNOFF,
003800*   OR OVERRIDES A NO-GO WHEN THEY ALSO GIVE A REASON (FOURTH
003900*   PARAMETER); EITHER WAY THE FINAL DECISION BECOMES GO AND
004000*   THE RULES' ORIGINAL ANSWER IS KEPT BESIDE IT. A NO-GO FOR
004100*   WANT OF ANY RUN AT ALL CANNOT BE OVERRIDDEN.
004200*
004300*   EVERY DECISION IS APPENDED TO CC2PRMDEC (COPYBOOK PRMREC)
004400*   AND ITS REASONS TO CC2PRMRSN (COPYBOOK PRRREC); IF EITHER
004500*   CANNOT BE OPENED NO DECISION IS ISSUED AT ALL - AN
004600*   UNRECORDED PROMOTION IS WHAT THIS PROGRAM EXISTS TO
004700*   PREVENT. RETURN CODE 0 = GO, 4 = NEEDS-SIGNOFF, 8 = NO-GO,
004800*   12 = NO DECISION (NO TICKET, OR THE LOG WOULD NOT OPEN).
004900*--------------------------------------------------------------
005000
005100 ENVIRONMENT DIVISION.
005200 INPUT-OUTPUT SECTION.
005300 FILE-CONTROL.
005400     SELECT OPTIONAL RESULTS-FILE ASSIGN TO CC2RSLT
005500         ORGANIZATION IS SEQUENTIAL
005600         FILE STATUS IS PG-RSL-STATUS.
005700     SELECT OPTIONAL CTL-FILE ASSIGN TO CC2CTL
005800         ORGANIZATION IS SEQUENTIAL
005900         FILE STATUS IS PG-CTL-STATUS.
006000     SELECT OPTIONAL AUDIT-FILE ASSIGN TO CC2AUDLG
006100         ORGANIZATION IS SEQUENTIAL
006200         FILE STATUS IS PG-AUD-STATUS.
006300     SELECT OPTIONAL EXCEPTION-FILE ASSIGN TO CC2EXCPT
006400         ORGANIZATION IS SEQUENTIAL
006500         FILE STATUS IS PG-EXC-STATUS.
006600     SELECT OPTIONAL WAIVER-FILE ASSIGN TO CC2WAIVR
006700         ORGANIZATION IS SEQUENTIAL
006800         FILE STATUS IS PG-WVR-STATUS.
006900     SELECT OPTIONAL DECISION-FILE ASSIGN TO CC2PRMDEC
007000         ORGANIZATION IS SEQUENTIAL
007100         FILE STATUS IS PG-DEC-STATUS.
007200     SELECT OPTIONAL REASON-FILE ASSIGN TO CC2PRMRSN
007300         ORGANIZATION IS SEQUENTIAL
007400         FILE STATUS IS PG-RSN-STATUS.
007500     SELECT REPORT-FILE ASSIGN TO PRINTER-CC2PRMGT
007600         ORGANIZATION IS SEQUENTIAL.
007700
007800 DATA DIVISION.
007900 FILE SECTION.
008000 FD  RESULTS-FILE.
008100     COPY "rsltrec".
008200
008300 FD  CTL-FILE.
008400     COPY "tcrec".
008500
008600 FD  AUDIT-FILE.
008700     COPY "audrec".
008800
008900 FD  EXCEPTION-FILE.
009000     COPY "excrec".
009100
009200*--- KNOWN-ISSUE WAIVERS - SAME SHAPE CBLTSTDRV READS.
009300 FD  WAIVER-FILE.
009400 01  WAIVER-RECORD.
009500     03  WVR-KEY                 PIC X(10).
009600     03  WVR-TICKET              PIC X(10).
009700     03  WVR-EXPIRES             PIC X(08).
009800     03  WVR-DESC                PIC X(30).
009900
010000 FD  DECISION-FILE.
010100     COPY "prmrec".
010200
010300 FD  REASON-FILE.
010400     COPY "prrrec".
010500
010600 FD  REPORT-FILE.
010700 01  REPORT-LINE                 PIC X(80).
010800
010900 WORKING-STORAGE SECTION.
011000 77  PG-RSL-STATUS               PIC X(02).
011100 77  PG-CTL-STATUS               PIC X(02).
011200 77  PG-AUD-STATUS               PIC X(02).
011300 77  PG-EXC-STATUS               PIC X(02).
011400 77  PG-WVR-STATUS               PIC X(02).
011500 77  PG-DEC-STATUS               PIC X(02).
011600 77  PG-RSN-STATUS               PIC X(02).
011700 77  PG-EOF-SW                   PIC X(01) VALUE 'N'.
011800     88  PG-EOF                              VALUE 'Y'.
011900 77  PG-FOUND-SW                 PIC X(01) VALUE 'N'.
012000     88  PG-FOUND                            VALUE 'Y'.
012100 77  PG-COMPLETE-SW              PIC X(01) VALUE 'N'.
012200     88  PG-RUN-COMPLETE                     VALUE 'Y'.
012210 77  PG-CANCEL-SW                PIC X(01) VALUE 'N'.
012220     88  PG-RUN-CANCELLED                    VALUE 'Y'.
012230 77  PG-CANCEL-BY                PIC X(10) VALUE SPACES.
012300 77  PG-REFUSED-SW               PIC X(01) VALUE 'N'.
012400     88  PG-REFUSED                          VALUE 'Y'.
012500 77  PG-DEC-OPEN-SW              PIC X(01) VALUE 'N'.
012600     88  PG-DEC-IS-OPEN                      VALUE 'Y'.
012700 77  PG-RSN-OPEN-SW              PIC X(01) VALUE 'N'.
012800     88  PG-RSN-IS-OPEN                      VALUE 'Y'.
012900 77  PG-KEY-MAX                  PIC S9(04) BINARY VALUE 1000.
013000 77  PG-PLAN-MAX                 PIC S9(04) BINARY VALUE 1000.
013100 77  PG-UNPL-MAX                 PIC S9(04) BINARY VALUE 500.
013200 77  PG-WVR-MAX                  PIC S9(04) BINARY VALUE 200.
013300 77  PG-RSN-MAX                  PIC S9(04) BINARY VALUE 100.
013400
013500*--- WHAT THE GATE WAS ASKED, AND WHO IS ASKING.
013600 77  PG-SUITE-SELECT             PIC X(10) VALUE '*ALL'.
013700 77  PG-TICKET                   PIC X(10) VALUE SPACES.
013800 77  PG-REVIEWER                 PIC X(10) VALUE SPACES.
013900 77  PG-OVR-REASON               PIC X(50) VALUE SPACES.
014000
014100*--- THE RUN BEING JUDGED: ITS STAMP, THE SUITE SELECTION ITS
014200*--- '*RUNTOTAL' ROW RECORDS (WHAT THE PLAN MUST MATCH, AS IN
014300*--- CC2RECON), AND THE LAST TIME IT WROTE A ROW - THE END OF
014400*--- THE AUDIT AND EXCEPTION WINDOW.
014500 77  PG-LATEST-STAMP             PIC X(14) VALUE SPACES.
014600 77  PG-RUN-SELECT               PIC X(10) VALUE SPACES.
014700 77  PG-WINDOW-TO                PIC X(14) VALUE SPACES.
014800 77  PG-ROW-KEY                  PIC X(10) VALUE SPACES.
014900 77  PG-TODAY-X                  PIC X(08) VALUE SPACES.
015000
015100*--- SCENARIO TALLIES (FINAL CLASS PER SCENARIO KEY) AND THE
015200*--- OTHER EVIDENCE THE RULES WEIGH.
015300 77  PG-PASS-COUNT               PIC S9(07) BINARY VALUE ZERO.
015400 77  PG-FAIL-COUNT               PIC S9(07) BINARY VALUE ZERO.
015500 77  PG-HARD-COUNT               PIC S9(07) BINARY VALUE ZERO.
015600 77  PG-WVRD-COUNT               PIC S9(07) BINARY VALUE ZERO.
015700 77  PG-FLKY-COUNT               PIC S9(07) BINARY VALUE ZERO.
015800 77  PG-NEVER-COUNT              PIC S9(07) BINARY VALUE ZERO.
015900 77  PG-UNPLANNED-COUNT          PIC S9(07) BINARY VALUE ZERO.
016000 77  PG-EXC-COUNT                PIC S9(07) BINARY VALUE ZERO.
016100 77  PG-WVR-EXP-COUNT            PIC S9(07) BINARY VALUE ZERO.
016200 77  PG-NOGO-REASONS             PIC S9(07) BINARY VALUE ZERO.
016300 77  PG-SIGNOFF-REASONS          PIC S9(07) BINARY VALUE ZERO.
016400
016500*--- THE DECISION: WHAT THE RULES SAID, WHAT WAS DECIDED, AND
016600*--- HOW A REVIEWER CHANGED IT (O = OVERRIDE, S = SIGN-OFF).
016700 77  PG-COMPUTED                 PIC X(13) VALUE SPACES.
016800 77  PG-DECISION                 PIC X(13) VALUE SPACES.
016900 77  PG-OVERRIDE                 PIC X(01) VALUE SPACE.
017000
017100 01  PG-TIMESTAMP.
017200     03  PG-TS-DATE              PIC 9(08).
017300     03  PG-TS-TIME              PIC 9(06).
017400
017500*--- QUSRJOBI CALL AREAS (FORMAT JOBI0100) - THE JOB THAT ASKED
017600*--- FOR THE DECISION, FOR THE DECISION ROW. THE ERROR CODE
017700*--- PARAMETER KEEPS AN API FAILURE FROM ABENDING THE GATE.
017800 77  PG-JOBI-LENGTH              PIC S9(09) BINARY VALUE 86.
017900 77  PG-JOBI-FORMAT              PIC X(08) VALUE 'JOBI0100'.
018000 77  PG-JOBI-JOBNAME             PIC X(26) VALUE '*'.
018100 77  PG-JOBI-INTID               PIC X(16) VALUE SPACES.
018200 01  PG-JOBI-RECEIVER.
018300     03  PG-JOBI-BYTES-RET       PIC S9(09) BINARY.
018400     03  PG-JOBI-BYTES-AVL       PIC S9(09) BINARY.
018500     03  PG-JOBI-JOB             PIC X(10).
018600     03  PG-JOBI-USER            PIC X(10).
018700     03  PG-JOBI-NUMBER          PIC X(06).
018800     03  FILLER                  PIC X(52).
018900 01  PG-JOBI-ERROR.
019000     03  PG-JOBI-ERR-PROVIDED    PIC S9(9) BINARY VALUE 116.
019100     03  PG-JOBI-ERR-AVAIL       PIC S9(9) BINARY VALUE ZERO.
019200     03  PG-JOBI-ERR-ID          PIC X(07).
019300     03  FILLER                  PIC X(01).
019400     03  PG-JOBI-ERR-DATA        PIC X(100).
019500
019600*--- ONE ENTRY PER SCENARIO KEY (TC-SCENARIO ID, OR LK-TYPE OF
019700*--- A ONE-ROW SCENARIO) IN THE JUDGED RUN, WITH THE CLASSES
019800*--- ITS ROWS CARRIED. THE FINAL CLASS IS THE STRONGEST SEEN:
019900*--- HARD, THEN FLKY, THEN FAIL, THEN WVRD, ELSE PASS.
020000 01  PG-KEY-COUNT                PIC S9(04) BINARY VALUE ZERO.
020100 01  PG-KEY-TABLE.
020200     03  PG-KEY-ENTRY OCCURS 1 TO 1000 TIMES
020300             DEPENDING ON PG-KEY-COUNT
020400             INDEXED BY PG-KEY-IDX.
020500         05  PG-K-KEY            PIC X(10).
020600         05  PG-K-FAIL           PIC X(01).
020700         05  PG-K-HARD           PIC X(01).
020800         05  PG-K-FLKY           PIC X(01).
020900         05  PG-K-WVRD           PIC X(01).
021000         05  PG-K-CLASS          PIC X(04).
021100
021200*--- THE PLAN (ACTIVE CC2CTL TYPES OF THE RUN'S SELECTION) AND
021300*--- THE WINDOW'S AUDIT CALLS AGAINST IT - THE CC2RECON TEST.
021400 01  PG-PLAN-COUNT               PIC S9(04) BINARY VALUE ZERO.
021500 01  PG-PLAN-TABLE.
021600     03  PG-PLAN-ENTRY OCCURS 1 TO 1000 TIMES
021700             DEPENDING ON PG-PLAN-COUNT
021800             INDEXED BY PG-PLAN-IDX.
021900         05  PG-P-TYPE           PIC X(10).
022000         05  PG-P-PLANNED        PIC S9(05) BINARY.
022100         05  PG-P-AUDITED        PIC S9(07) BINARY.
022200
022300 01  PG-UNPL-COUNT               PIC S9(04) BINARY VALUE ZERO.
022400 01  PG-UNPL-TABLE.
022500     03  PG-UNPL-ENTRY OCCURS 1 TO 500 TIMES
022600             DEPENDING ON PG-UNPL-COUNT
022700             INDEXED BY PG-UNPL-IDX.
022800         05  PG-U-TYPE           PIC X(10).
022900         05  PG-U-CALLS          PIC S9(07) BINARY.
023000
023100*--- CC2WAIVR AS IT STANDS TODAY.
023200 01  PG-WVR-COUNT                PIC S9(04) BINARY VALUE ZERO.
023300 01  PG-WVR-TABLE.
023400     03  PG-WVR-ENTRY OCCURS 1 TO 200 TIMES
023500             DEPENDING ON PG-WVR-COUNT
023600             INDEXED BY PG-WVR-IDX.
023700         05  PG-WV-KEY           PIC X(10).
023800         05  PG-WV-TICKET        PIC X(10).
023900         05  PG-WV-EXPIRES       PIC X(08).
024000
024100*--- THE REASONS BEHIND THE DECISION, IN THE ORDER FOUND. THE
024200*--- SEVERITY COUNTS ARE KEPT APART FROM THE TABLE SO A FULL
024300*--- TABLE COSTS A REASON LINE, NEVER THE DECISION.
024400 01  PG-NEW-SEVERITY             PIC X(08) VALUE SPACES.
024500 01  PG-NEW-KEY                  PIC X(10) VALUE SPACES.
024600 01  PG-NEW-TEXT                 PIC X(40) VALUE SPACES.
024700 01  PG-RSN-COUNT                PIC S9(04) BINARY VALUE ZERO.
024800 01  PG-RSN-TABLE.
024900     03  PG-RSN-ENTRY OCCURS 1 TO 100 TIMES
025000             DEPENDING ON PG-RSN-COUNT
025100             INDEXED BY PG-RSN-IDX.
025200         05  PG-R-SEVERITY       PIC X(08).
025300         05  PG-R-KEY            PIC X(10).
025400         05  PG-R-TEXT           PIC X(40).
025500
025600*--- REASON TEXTS THAT CARRY A VALUE.
025700 01  PG-EXPIRED-TEXT.
025800     05  FILLER                  PIC X(15)
025900             VALUE 'WAIVER EXPIRED '.
026000     05  PG-ET-DATE              PIC X(08).
026100     05  FILLER                  PIC X(05)  VALUE ' TKT '.
026200     05  PG-ET-TICKET            PIC X(10).
026300 01  PG-WAIVED-TEXT.
026400     05  FILLER                  PIC X(22)
026500             VALUE 'KNOWN FAILURE WAIVED, '.
026600     05  FILLER                  PIC X(04)  VALUE 'TKT '.
026700     05  PG-WT-TICKET            PIC X(10).
026800 01  PG-REJECT-TEXT.
026900     05  FILLER                  PIC X(28)
027000             VALUE 'CC2EXCPT REJECTS IN WINDOW: '.
027100     05  PG-RT-COUNT             PIC ZZZ,ZZ9.
027200 01  PG-UNPLANNED-TEXT.
027300     05  FILLER                  PIC X(30)
027400             VALUE 'UNPLANNED CALLS IN WINDOW: '.
027500     05  PG-UT-COUNT             PIC ZZZ,ZZ9.
027600
027700 01  PG-HEADING-1.
027800     05  FILLER                  PIC X(20)
027900             VALUE 'CC2PRMGT  '.
028000     05  FILLER                  PIC X(40)
028100             VALUE 'PROMOTION GATE DECISION'.
028200
028300 01  PG-PARM-LINE.
028400     05  PG-PL-LABEL             PIC X(14).
028500     05  PG-PL-VALUE             PIC X(50).
028600
028700 01  PG-SECTION-LINE-1.
028800     05  FILLER                  PIC X(30)
028900             VALUE '** RUN RESULTS **'.
029000
029100 01  PG-SECTION-LINE-2.
029200     05  FILLER                  PIC X(30)
029300             VALUE '** REASONS **'.
029400
029500 01  PG-COUNT-LINE.
029600     05  PG-CL-LABEL             PIC X(26).
029700     05  PG-CL-COUNT             PIC ZZZ,ZZ9.
029800
029900 01  PG-REASON-HEADING.
030000     05  FILLER                  PIC X(10)  VALUE 'SEVERITY'.
030100     05  FILLER                  PIC X(12)  VALUE 'KEY'.
030200     05  FILLER                  PIC X(40)  VALUE 'REASON'.
030300
030400 01  PG-REASON-LINE.
030500     05  PG-RL-SEVERITY          PIC X(08).
030600     05  FILLER                  PIC X(02)  VALUE SPACES.
030700     05  PG-RL-KEY               PIC X(10).
030800     05  FILLER                  PIC X(02)  VALUE SPACES.
030900     05  PG-RL-TEXT              PIC X(40).
031000
031100 01  PG-NONE-LINE.
031200     05  FILLER                  PIC X(10)  VALUE '   (NONE)'.
031300
031400 01  PG-FATAL-LINE.
031500     05  FILLER                  PIC X(10)  VALUE 'ABORTED:'.
031600     05  PG-F-REASON             PIC X(50).
031700
031800 LINKAGE SECTION.
031900*--- GATE PARAMETERS. THE TICKET IS REQUIRED; THE REVIEWER AND
032000*--- OVERRIDE REASON ARE ONLY GIVEN WHEN A PERSON IS SIGNING
032100*--- OFF OR OVERRULING THE RULES.
032200 01  PG-SUITE-PARM               PIC X(10).
032300 01  PG-TICKET-PARM              PIC X(10).
032400 01  PG-REVIEWER-PARM            PIC X(10).
032500 01  PG-REASON-PARM              PIC X(50).
032600
032700 PROCEDURE DIVISION USING PG-SUITE-PARM, PG-TICKET-PARM,
032800     PG-REVIEWER-PARM, PG-REASON-PARM.
032900
033000 0000-MAINLINE.
033100     PERFORM 1000-INITIALIZE
033200     IF PG-REFUSED
033300         PERFORM 8000-FINISH
033400         GO TO 9999-EXIT
033500     END-IF
033600     PERFORM 2000-FIND-LATEST-RUN
033700     IF PG-LATEST-STAMP NOT = SPACES
033800         PERFORM 3000-TALLY-RUN-RESULTS
033900         PERFORM 4000-CHECK-WAIVERS
034000         PERFORM 5000-RECONCILE-PLAN
034100         PERFORM 5500-COUNT-EXCEPTIONS
034200     END-IF
034300     PERFORM 6000-DECIDE
034400     PERFORM 6500-APPLY-REVIEW
034500     PERFORM 7000-RECORD-DECISION
034600     PERFORM 8000-FINISH
034700     GO TO 9999-EXIT.
034800
034900*----------------------------------------------------------------
035000* 1000-INITIALIZE - RESOLVE THE PARAMETERS, IDENTIFY THE JOB,
035100* OPEN THE REPORT AND THE DECISION LOG. NO TICKET, OR A LOG
035200* THAT WILL NOT OPEN, REFUSES THE GATE BEFORE ANYTHING IS
035300* JUDGED.
035400*----------------------------------------------------------------
035500 1000-INITIALIZE.
035600     OPEN OUTPUT REPORT-FILE
035700     MOVE PG-HEADING-1 TO REPORT-LINE
035800     WRITE REPORT-LINE
035900     IF NUMBER-OF-CALL-PARAMETERS > 0
036000         IF PG-SUITE-PARM NOT = SPACES
036100             MOVE PG-SUITE-PARM TO PG-SUITE-SELECT
036200         END-IF
036300     END-IF
036400     IF NUMBER-OF-CALL-PARAMETERS > 1
036500         MOVE PG-TICKET-PARM TO PG-TICKET
036600     END-IF
036700     IF NUMBER-OF-CALL-PARAMETERS > 2
036800         MOVE PG-REVIEWER-PARM TO PG-REVIEWER
036900     END-IF
037000     IF NUMBER-OF-CALL-PARAMETERS > 3
037100         MOVE PG-REASON-PARM TO PG-OVR-REASON
037200     END-IF
037300     ACCEPT PG-TS-DATE FROM DATE YYYYMMDD
037400     MOVE PG-TS-DATE TO PG-TODAY-X
037500     PERFORM 1100-GET-JOB-IDENTITY
037600     MOVE 'SUITE:' TO PG-PL-LABEL
037700     MOVE PG-SUITE-SELECT TO PG-PL-VALUE
037800     MOVE PG-PARM-LINE TO REPORT-LINE
037900     WRITE REPORT-LINE
038000     MOVE 'TICKET:' TO PG-PL-LABEL
038100     MOVE PG-TICKET TO PG-PL-VALUE
038200     MOVE PG-PARM-LINE TO REPORT-LINE
038300     WRITE REPORT-LINE
038400     IF PG-TICKET = SPACES
038500         MOVE 'NO CHANGE/TICKET GIVEN, NO DECISION ISSUED'
038600             TO PG-F-REASON
038700         PERFORM 1900-REFUSE-GATE
038800     ELSE
038900         PERFORM 1200-OPEN-DECISION-LOG
039000     END-IF.
039100
039200*----------------------------------------------------------------
039300* 1100-GET-JOB-IDENTITY - ASK QUSRJOBI (FORMAT JOBI0100) WHICH
039400* JOB IS ASKING FOR THE DECISION.
039500*----------------------------------------------------------------
039600 1100-GET-JOB-IDENTITY.
039700     MOVE SPACES TO PG-JOBI-RECEIVER
039800     MOVE ZERO TO PG-JOBI-ERR-AVAIL
039900     MOVE SPACES TO PG-JOBI-ERR-ID
040000     CALL 'QUSRJOBI' USING PG-JOBI-RECEIVER, PG-JOBI-LENGTH,
040100         PG-JOBI-FORMAT, PG-JOBI-JOBNAME, PG-JOBI-INTID,
040200         PG-JOBI-ERROR
040300     IF PG-JOBI-JOB = SPACES
040400         MOVE '*UNKNOWN' TO PG-JOBI-JOB
040500     END-IF
040600     IF PG-JOBI-USER = SPACES
040700         MOVE '*UNKNOWN' TO PG-JOBI-USER
040800     END-IF.
040900
041000*----------------------------------------------------------------
041100* 1200-OPEN-DECISION-LOG - BOTH HALVES OF THE DECISION LOG ARE
041200* OPENED FOR APPEND UP FRONT. EITHER ONE FAILING REFUSES THE
041300* GATE: A DECISION NOBODY CAN AUDIT LATER IS NOT ISSUED.
041400*----------------------------------------------------------------
041500 1200-OPEN-DECISION-LOG.
041600     OPEN EXTEND DECISION-FILE
041700     IF PG-DEC-STATUS = '00' OR PG-DEC-STATUS = '05'
041800         SET PG-DEC-IS-OPEN TO TRUE
041900     END-IF
042000     OPEN EXTEND REASON-FILE
042100     IF PG-RSN-STATUS = '00' OR PG-RSN-STATUS = '05'
042200         SET PG-RSN-IS-OPEN TO TRUE
042300     END-IF
042400     IF NOT PG-DEC-IS-OPEN OR NOT PG-RSN-IS-OPEN
042500         MOVE 'DECISION LOG UNAVAILABLE, NO DECISION ISSUED'
042600             TO PG-F-REASON
042700         PERFORM 1900-REFUSE-GATE
042800     END-IF.
042900
043000*----------------------------------------------------------------
043100* 1900-REFUSE-GATE - PRINT THE ABORT LINE AND END WITH RETURN
043200* CODE 12: NO DECISION, SO THE PIPELINE MUST NOT PROMOTE.
043300*----------------------------------------------------------------
043400 1900-REFUSE-GATE.
043500     MOVE PG-FATAL-LINE TO REPORT-LINE
043600     WRITE REPORT-LINE
043700     DISPLAY 'CC2PRMGT: ' PG-F-REASON UPON CONSOLE
043800     SET PG-REFUSED TO TRUE
043900     MOVE 12 TO RETURN-CODE.
044000
044100*----------------------------------------------------------------
044200* 2000-FIND-LATEST-RUN - PASS ONE OVER CC2RSLT: THE HIGHEST RUN
044300* STAMP CARRYING ANY ROW FOR THE SUITE. A SUITE RUN AS PART OF
044400* AN *ALL RUN IS FOUND THROUGH ITS OWN STEP ROWS.
044500*----------------------------------------------------------------
044600 2000-FIND-LATEST-RUN.
044700     MOVE 'N' TO PG-EOF-SW
044800     OPEN INPUT RESULTS-FILE
044900     IF PG-RSL-STATUS = '00'
045000         PERFORM 2100-SCAN-RUN-ROW UNTIL PG-EOF
045100         CLOSE RESULTS-FILE
045200     ELSE
045300         IF PG-RSL-STATUS = '05'
045400             CLOSE RESULTS-FILE
045500         END-IF
045600     END-IF
045700     MOVE 'RUN STAMP:' TO PG-PL-LABEL
045800     IF PG-LATEST-STAMP = SPACES
045900         MOVE '(NONE ON FILE)' TO PG-PL-VALUE
046000         MOVE 'NO-GO' TO PG-NEW-SEVERITY
046100         MOVE PG-SUITE-SELECT TO PG-NEW-KEY
046200         MOVE 'NO REGRESSION RUN ON FILE FOR SUITE'
046300             TO PG-NEW-TEXT
046400         PERFORM 6900-ADD-REASON
046500     ELSE
046600         MOVE PG-LATEST-STAMP TO PG-PL-VALUE
046700     END-IF
046800     MOVE PG-PARM-LINE TO REPORT-LINE
046900     WRITE REPORT-LINE.
047000
047100 2100-SCAN-RUN-ROW.
047200     READ RESULTS-FILE
047300         AT END
047400             SET PG-EOF TO TRUE
047500         NOT AT END
047600             IF (PG-SUITE-SELECT = '*ALL'
047700                 OR RSL-SUITE = PG-SUITE-SELECT)
047800                 AND RSL-RUNSTAMP > PG-LATEST-STAMP
047810                 AND RSL-DRILL = SPACES
047900                 MOVE RSL-RUNSTAMP TO PG-LATEST-STAMP
048000             END-IF
048100     END-READ.
048200
048300*----------------------------------------------------------------
048400* 3000-TALLY-RUN-RESULTS - PASS TWO, OVER THE JUDGED RUN ONLY:
048500* POST EVERY STEP ROW OF THE SUITE UNDER ITS SCENARIO KEY, NOTE
048600* THE '*RUNTOTAL' ROW (NO ROW MEANS THE RUN NEVER GOT TO ITS
048700* END) AND THE LAST ROW STAMP, THEN SETTLE EACH KEY'S CLASS. A
048710* '*RUNCANCEL' ROW SAYS WHY THE END NEVER CAME: THE OPERATOR
048720* CANCELLED THE RUN (RSL-ACTUAL NAMES WHO). ONCE THE RUN IS
048730* RESUMED TO ITS END THE SAME STAMP GAINS ITS '*RUNTOTAL'.
048800*----------------------------------------------------------------
048900 3000-TALLY-RUN-RESULTS.
049000     MOVE 'N' TO PG-EOF-SW
049100     OPEN INPUT RESULTS-FILE
049200     IF PG-RSL-STATUS = '00'
049300         PERFORM 3100-TALLY-RUN-ROW UNTIL PG-EOF
049400         CLOSE RESULTS-FILE
049500     END-IF
049600*----ROWS WRITTEN BEFORE CC2RSLT CARRIED A ROW STAMP: CLOSE THE
049700*----WINDOW AT THE END OF THE RUN'S START DAY.
049800     IF PG-WINDOW-TO = SPACES
049900         MOVE PG-LATEST-STAMP (1:8) TO PG-WINDOW-TO (1:8)
050000         MOVE '235959' TO PG-WINDOW-TO (9:6)
050100     END-IF
050200     IF PG-RUN-SELECT = SPACES
050300         MOVE PG-SUITE-SELECT TO PG-RUN-SELECT
050400     END-IF
050500     MOVE 'WINDOW TO:' TO PG-PL-LABEL
050600     MOVE PG-WINDOW-TO TO PG-PL-VALUE
050700     MOVE PG-PARM-LINE TO REPORT-LINE
050800     WRITE REPORT-LINE
050900     MOVE 'RUN SELECTED:' TO PG-PL-LABEL
051000     MOVE PG-RUN-SELECT TO PG-PL-VALUE
051100     MOVE PG-PARM-LINE TO REPORT-LINE
051200     WRITE REPORT-LINE
051300     IF NOT PG-RUN-COMPLETE
051400         MOVE 'NO-GO' TO PG-NEW-SEVERITY
051410         IF PG-RUN-CANCELLED
051420             MOVE PG-CANCEL-BY TO PG-NEW-KEY
051430             MOVE 'RUN CANCELLED BY OPERATOR, NOT RESUMED'
051440                 TO PG-NEW-TEXT
051450         ELSE
051500             MOVE SPACES TO PG-NEW-KEY
051600             MOVE 'RUN DID NOT COMPLETE (NO *RUNTOTAL ROW)'
051700                 TO PG-NEW-TEXT
051710         END-IF
051800         PERFORM 6900-ADD-REASON
051900     END-IF
052000     IF PG-KEY-COUNT = ZERO
052100         MOVE 'NO-GO' TO PG-NEW-SEVERITY
052200         MOVE PG-SUITE-SELECT TO PG-NEW-KEY
052300         MOVE 'NO SCENARIO OF THE SUITE RAN' TO PG-NEW-TEXT
052400         PERFORM 6900-ADD-REASON
052500     END-IF
052600     PERFORM 3300-SETTLE-KEY-CLASS
052700         VARYING PG-KEY-IDX FROM 1 BY 1
052800         UNTIL PG-KEY-IDX > PG-KEY-COUNT.
052900
053000 3100-TALLY-RUN-ROW.
053100     READ RESULTS-FILE
053200         AT END
053300             SET PG-EOF TO TRUE
053400         NOT AT END
053500             IF RSL-RUNSTAMP = PG-LATEST-STAMP
053600                 IF RSL-ROWSTAMP > PG-WINDOW-TO
053700                     MOVE RSL-ROWSTAMP TO PG-WINDOW-TO
053800                 END-IF
053900                 IF RSL-TYPE = '*RUNTOTAL'
054000                     SET PG-RUN-COMPLETE TO TRUE
054100                     MOVE RSL-SUITE TO PG-RUN-SELECT
054200                 ELSE
054210                     IF RSL-TYPE = '*RUNCANCEL'
054220                         SET PG-RUN-CANCELLED TO TRUE
054230                         MOVE RSL-ACTUAL TO PG-CANCEL-BY
054240                         MOVE RSL-SUITE TO PG-RUN-SELECT
054250                     ELSE
054300                         IF PG-SUITE-SELECT = '*ALL'
054400                             OR RSL-SUITE = PG-SUITE-SELECT
054500                             PERFORM 3200-POST-SCENARIO-KEY
054600                         END-IF
054610                     END-IF
054700                 END-IF
054800             END-IF
054900     END-READ.
055000
055100*--- THE SAME SCENARIO KEY THE DRIVER'S WAIVERS AND RETRY PASS
055200*--- USE: THE TC-SCENARIO ID, OR THE LK-TYPE OF A ONE-ROW ONE.
055300 3200-POST-SCENARIO-KEY.
055400     IF RSL-SCENARIO NOT = SPACES
055500         MOVE RSL-SCENARIO TO PG-ROW-KEY
055600     ELSE
055700         MOVE RSL-TYPE TO PG-ROW-KEY
055800     END-IF
055900     MOVE 'N' TO PG-FOUND-SW
056000     IF PG-KEY-COUNT > ZERO
056100         SET PG-KEY-IDX TO 1
056200         SEARCH PG-KEY-ENTRY
056300             AT END
056400                 CONTINUE
056500             WHEN PG-K-KEY (PG-KEY-IDX) = PG-ROW-KEY
056600                 SET PG-FOUND TO TRUE
056700         END-SEARCH
056800     END-IF
056900     IF NOT PG-FOUND
057000         IF PG-KEY-COUNT < PG-KEY-MAX
057100             ADD 1 TO PG-KEY-COUNT
057200             SET PG-KEY-IDX TO PG-KEY-COUNT
057300             MOVE PG-ROW-KEY TO PG-K-KEY (PG-KEY-IDX)
057400             MOVE 'N' TO PG-K-FAIL (PG-KEY-IDX)
057500             MOVE 'N' TO PG-K-HARD (PG-KEY-IDX)
057600             MOVE 'N' TO PG-K-FLKY (PG-KEY-IDX)
057700             MOVE 'N' TO PG-K-WVRD (PG-KEY-IDX)
057800             MOVE SPACES TO PG-K-CLASS (PG-KEY-IDX)
057900             SET PG-FOUND TO TRUE
058000         ELSE
058100*------------A SCENARIO THE GATE CANNOT SEE CANNOT BE PASSED:
058200*------------REPORT IT AND BLOCK RATHER THAN DROP IT QUIETLY.
058300             DISPLAY 'CC2PRMGT: SCENARIO TABLE FULL, KEY '
058400                 'DROPPED: ' PG-ROW-KEY UPON CONSOLE
058500             MOVE 'NO-GO' TO PG-NEW-SEVERITY
058600             MOVE PG-ROW-KEY TO PG-NEW-KEY
058700             MOVE 'SCENARIO TABLE FULL, NOT JUDGED'
058800                 TO PG-NEW-TEXT
058900             PERFORM 6900-ADD-REASON
059000         END-IF
059100     END-IF
059200     IF PG-FOUND
059300         EVALUATE RSL-PASSFAIL
059400             WHEN 'FAIL'
059500                 MOVE 'Y' TO PG-K-FAIL (PG-KEY-IDX)
059600             WHEN 'HARD'
059700                 MOVE 'Y' TO PG-K-HARD (PG-KEY-IDX)
059800             WHEN 'FLKY'
059900                 MOVE 'Y' TO PG-K-FLKY (PG-KEY-IDX)
060000             WHEN 'WVRD'
060100                 MOVE 'Y' TO PG-K-WVRD (PG-KEY-IDX)
060200             WHEN OTHER
060300                 CONTINUE
060400         END-EVALUATE
060500     END-IF.
060600
060700*----------------------------------------------------------------
060800* 3300-SETTLE-KEY-CLASS - ONE FINAL CLASS PER SCENARIO KEY. A
060900* FAIL WITH A LATER FLKY OR HARD ROW WAS AN ATTEMPT THE RETRY
061000* PASS SETTLED; A FAIL WITH NEITHER WAS NEVER SETTLED AT ALL.
061100*----------------------------------------------------------------
061200 3300-SETTLE-KEY-CLASS.
061300     EVALUATE TRUE
061400         WHEN PG-K-HARD (PG-KEY-IDX) = 'Y'
061500             MOVE 'HARD' TO PG-K-CLASS (PG-KEY-IDX)
061600             ADD 1 TO PG-HARD-COUNT
061700             MOVE 'NO-GO' TO PG-NEW-SEVERITY
061800             MOVE 'HARD FAILURE - FAILED EVERY ATTEMPT'
061900                 TO PG-NEW-TEXT
062000         WHEN PG-K-FLKY (PG-KEY-IDX) = 'Y'
062100             MOVE 'FLKY' TO PG-K-CLASS (PG-KEY-IDX)
062200             ADD 1 TO PG-FLKY-COUNT
062300             MOVE 'SIGNOFF' TO PG-NEW-SEVERITY
062400             MOVE 'FLAKY - PASSED ONLY ON RETRY'
062500                 TO PG-NEW-TEXT
062600         WHEN PG-K-FAIL (PG-KEY-IDX) = 'Y'
062700             MOVE 'FAIL' TO PG-K-CLASS (PG-KEY-IDX)
062800             ADD 1 TO PG-FAIL-COUNT
062900             MOVE 'NO-GO' TO PG-NEW-SEVERITY
063000             MOVE 'FAILED, NOT SETTLED BY A RETRY'
063100                 TO PG-NEW-TEXT
063200         WHEN PG-K-WVRD (PG-KEY-IDX) = 'Y'
063300             MOVE 'WVRD' TO PG-K-CLASS (PG-KEY-IDX)
063400             ADD 1 TO PG-WVRD-COUNT
063500             MOVE SPACES TO PG-NEW-SEVERITY
063600         WHEN OTHER
063700             MOVE 'PASS' TO PG-K-CLASS (PG-KEY-IDX)
063800             ADD 1 TO PG-PASS-COUNT
063900             MOVE SPACES TO PG-NEW-SEVERITY
064000     END-EVALUATE
064100     IF PG-NEW-SEVERITY NOT = SPACES
064200         MOVE PG-K-KEY (PG-KEY-IDX) TO PG-NEW-KEY
064300         PERFORM 6900-ADD-REASON
064400     END-IF.
064500
064600*----------------------------------------------------------------
064700* 4000-CHECK-WAIVERS - EVERY SCENARIO THE RUN JUDGED WVRD LEANED
064800* ON A WAIVER. IF THAT WAIVER HAS SINCE EXPIRED, OR IS NO
064900* LONGER ON FILE, THE KNOWN-FAILURE EXCUSE IS GONE AND THE
065000* PROMOTION IS BLOCKED; A LIVE ONE IS LISTED FOR THE RECORD.
065100*----------------------------------------------------------------
065200 4000-CHECK-WAIVERS.
065300     MOVE ZERO TO PG-WVR-COUNT
065400     MOVE 'N' TO PG-EOF-SW
065500     OPEN INPUT WAIVER-FILE
065600     IF PG-WVR-STATUS = '00'
065700         PERFORM 4100-LOAD-WAIVER-ROW UNTIL PG-EOF
065800         CLOSE WAIVER-FILE
065900     ELSE
066000         IF PG-WVR-STATUS = '05'
066100             CLOSE WAIVER-FILE
066200         END-IF
066300     END-IF
066400     PERFORM 4200-CHECK-WAIVED-KEY
066500         VARYING PG-KEY-IDX FROM 1 BY 1
066600         UNTIL PG-KEY-IDX > PG-KEY-COUNT.
066700
066800 4100-LOAD-WAIVER-ROW.
066900     READ WAIVER-FILE
067000         AT END
067100             SET PG-EOF TO TRUE
067200         NOT AT END
067300             IF PG-WVR-COUNT < PG-WVR-MAX
067400                 ADD 1 TO PG-WVR-COUNT
067500                 SET PG-WVR-IDX TO PG-WVR-COUNT
067600                 MOVE WVR-KEY TO PG-WV-KEY (PG-WVR-IDX)
067700                 MOVE WVR-TICKET TO PG-WV-TICKET (PG-WVR-IDX)
067800                 MOVE WVR-EXPIRES
067900                     TO PG-WV-EXPIRES (PG-WVR-IDX)
068000             ELSE
068100                 DISPLAY 'CC2PRMGT: WAIVER TABLE FULL, '
068200                     'WAIVER DROPPED: ' WVR-KEY UPON CONSOLE
068300             END-IF
068400     END-READ.
068500
068600 4200-CHECK-WAIVED-KEY.
068700     IF PG-K-CLASS (PG-KEY-IDX) = 'WVRD'
068800         MOVE 'N' TO PG-FOUND-SW
068900         IF PG-WVR-COUNT > ZERO
069000             SET PG-WVR-IDX TO 1
069100             SEARCH PG-WVR-ENTRY
069200                 AT END
069300                     CONTINUE
069400                 WHEN PG-WV-KEY (PG-WVR-IDX) =
069500                     PG-K-KEY (PG-KEY-IDX)
069600                     SET PG-FOUND TO TRUE
069700             END-SEARCH
069800         END-IF
069900         MOVE PG-K-KEY (PG-KEY-IDX) TO PG-NEW-KEY
070000         EVALUATE TRUE
070100             WHEN NOT PG-FOUND
070200                 ADD 1 TO PG-WVR-EXP-COUNT
070300                 MOVE 'NO-GO' TO PG-NEW-SEVERITY
070400                 MOVE 'USED WAIVER NO LONGER ON FILE'
070500                     TO PG-NEW-TEXT
070600             WHEN PG-WV-EXPIRES (PG-WVR-IDX) < PG-TODAY-X
070700                 ADD 1 TO PG-WVR-EXP-COUNT
070800                 MOVE 'NO-GO' TO PG-NEW-SEVERITY
070900                 MOVE PG-WV-EXPIRES (PG-WVR-IDX) TO PG-ET-DATE
071000                 MOVE PG-WV-TICKET (PG-WVR-IDX) TO PG-ET-TICKET
071100                 MOVE PG-EXPIRED-TEXT TO PG-NEW-TEXT
071200             WHEN OTHER
071300                 MOVE 'INFO' TO PG-NEW-SEVERITY
071400                 MOVE PG-WV-TICKET (PG-WVR-IDX) TO PG-WT-TICKET
071500                 MOVE PG-WAIVED-TEXT TO PG-NEW-TEXT
071600         END-EVALUATE
071700         PERFORM 6900-ADD-REASON
071800     END-IF.
071900
072000*----------------------------------------------------------------
072100* 5000-RECONCILE-PLAN - THE CC2RECON TEST OVER THE RUN WINDOW:
072200* EVERY ACTIVE CC2CTL TYPE OF THE RUN'S SELECTION MUST HAVE AS
072300* MANY CC2AUDLG CALLS AS PLAN ROWS. SHORT IS A NO-GO; CALLS
072400* FOR TYPES IN NO PLAN ROW NEED A REVIEWER TO LOOK. EXTRA
072500* CALLS FOR A PLANNED TYPE ARE THE RETRY PASS AND DO NOT COUNT.
072600*----------------------------------------------------------------
072700 5000-RECONCILE-PLAN.
072800     MOVE 'N' TO PG-EOF-SW
072900     OPEN INPUT CTL-FILE
073000     IF PG-CTL-STATUS = '00'
073100         PERFORM 5100-LOAD-PLAN-ROW UNTIL PG-EOF
073200         CLOSE CTL-FILE
073300     ELSE
073400         IF PG-CTL-STATUS = '05'
073500             CLOSE CTL-FILE
073600         END-IF
073700     END-IF
073800     MOVE 'N' TO PG-EOF-SW
073900     OPEN INPUT AUDIT-FILE
074000     IF PG-AUD-STATUS = '00'
074100         PERFORM 5300-TALLY-AUDIT-ROW UNTIL PG-EOF
074200         CLOSE AUDIT-FILE
074300     ELSE
074400         IF PG-AUD-STATUS = '05'
074500             CLOSE AUDIT-FILE
074600         END-IF
074700     END-IF
074800     PERFORM 5600-CHECK-NEVER-CALLED
074900         VARYING PG-PLAN-IDX FROM 1 BY 1
075000         UNTIL PG-PLAN-IDX > PG-PLAN-COUNT
075100     IF PG-UNPLANNED-COUNT > ZERO
075200         MOVE 'SIGNOFF' TO PG-NEW-SEVERITY
075300         MOVE SPACES TO PG-NEW-KEY
075400         MOVE PG-UNPLANNED-COUNT TO PG-UT-COUNT
075500         MOVE PG-UNPLANNED-TEXT TO PG-NEW-TEXT
075600         PERFORM 6900-ADD-REASON
075700         PERFORM 5700-LIST-UNPLANNED
075800             VARYING PG-UNPL-IDX FROM 1 BY 1
075900             UNTIL PG-UNPL-IDX > PG-UNPL-COUNT
076000     END-IF.
076100
076200 5100-LOAD-PLAN-ROW.
076300     READ CTL-FILE
076400         AT END
076500             SET PG-EOF TO TRUE
076600         NOT AT END
076700             IF NOT TC-INACTIVE
076800                 IF PG-RUN-SELECT = '*ALL'
076900                     OR TC-SUITE = PG-RUN-SELECT
077000                     PERFORM 5200-POST-PLAN-TYPE
077100                 END-IF
077200             END-IF
077300     END-READ.
077400
077500 5200-POST-PLAN-TYPE.
077600     MOVE 'N' TO PG-FOUND-SW
077700     IF PG-PLAN-COUNT > ZERO
077800         SET PG-PLAN-IDX TO 1
077900         SEARCH PG-PLAN-ENTRY
078000             AT END
078100                 CONTINUE
078200             WHEN PG-P-TYPE (PG-PLAN-IDX) = TC-TYPE
078300                 SET PG-FOUND TO TRUE
078400         END-SEARCH
078500     END-IF
078600     IF PG-FOUND
078700         ADD 1 TO PG-P-PLANNED (PG-PLAN-IDX)
078800     ELSE
078900         IF PG-PLAN-COUNT < PG-PLAN-MAX
079000             ADD 1 TO PG-PLAN-COUNT
079100             SET PG-PLAN-IDX TO PG-PLAN-COUNT
079200             MOVE TC-TYPE TO PG-P-TYPE (PG-PLAN-IDX)
079300             MOVE 1 TO PG-P-PLANNED (PG-PLAN-IDX)
079400             MOVE ZERO TO PG-P-AUDITED (PG-PLAN-IDX)
079500         ELSE
079600             DISPLAY 'CC2PRMGT: PLAN TABLE FULL, ROW '
079700                 'DROPPED: ' TC-TYPE UPON CONSOLE
079800         END-IF
079900     END-IF.
080000
080100 5300-TALLY-AUDIT-ROW.
080200     READ AUDIT-FILE
080300         AT END
080400             SET PG-EOF TO TRUE
080500         NOT AT END
080600             IF AUD-TIMESTAMP NOT < PG-LATEST-STAMP
080700                 AND AUD-TIMESTAMP NOT > PG-WINDOW-TO
080710                 AND AUD-DRILL = SPACES
080720                 AND AUD-TYPE (1:1) NOT = '*'
080800                 PERFORM 5400-POST-AUDIT-TYPE
080900             END-IF
081000     END-READ.
081100
081200 5400-POST-AUDIT-TYPE.
081300     MOVE 'N' TO PG-FOUND-SW
081400     IF PG-PLAN-COUNT > ZERO
081500         SET PG-PLAN-IDX TO 1
081600         SEARCH PG-PLAN-ENTRY
081700             AT END
081800                 CONTINUE
081900             WHEN PG-P-TYPE (PG-PLAN-IDX) = AUD-TYPE
082000                 SET PG-FOUND TO TRUE
082100         END-SEARCH
082200     END-IF
082300     IF PG-FOUND
082400         ADD 1 TO PG-P-AUDITED (PG-PLAN-IDX)
082500     ELSE
082600         ADD 1 TO PG-UNPLANNED-COUNT
082700         PERFORM 5450-POST-UNPLANNED-TYPE
082800     END-IF.
082900
083000 5450-POST-UNPLANNED-TYPE.
083100     MOVE 'N' TO PG-FOUND-SW
083200     IF PG-UNPL-COUNT > ZERO
083300         SET PG-UNPL-IDX TO 1
083400         SEARCH PG-UNPL-ENTRY
083500             AT END
083600                 CONTINUE
083700             WHEN PG-U-TYPE (PG-UNPL-IDX) = AUD-TYPE
083800                 SET PG-FOUND TO TRUE
083900         END-SEARCH
084000     END-IF
084100     IF PG-FOUND
084200         ADD 1 TO PG-U-CALLS (PG-UNPL-IDX)
084300     ELSE
084400         IF PG-UNPL-COUNT < PG-UNPL-MAX
084500             ADD 1 TO PG-UNPL-COUNT
084600             SET PG-UNPL-IDX TO PG-UNPL-COUNT
084700             MOVE AUD-TYPE TO PG-U-TYPE (PG-UNPL-IDX)
084800             MOVE 1 TO PG-U-CALLS (PG-UNPL-IDX)
084900         ELSE
085000             DISPLAY 'CC2PRMGT: UNPLANNED TABLE FULL, TYPE '
085100                 'DROPPED: ' AUD-TYPE UPON CONSOLE
085200         END-IF
085300     END-IF.
085400
085500*----------------------------------------------------------------
085600* 5500-COUNT-EXCEPTIONS - CC2EXCPT REJECTS (UK/UP) STAMPED
085700* INSIDE THE RUN WINDOW. ANY AT ALL NEED A REVIEWER: THE NEW
085800* CBLCALLP1 WAS SENT SOMETHING CBLCALLP2 COULD NOT PLACE.
085900*----------------------------------------------------------------
086000 5500-COUNT-EXCEPTIONS.
086100     MOVE 'N' TO PG-EOF-SW
086200     OPEN INPUT EXCEPTION-FILE
086300     IF PG-EXC-STATUS = '00'
086400         PERFORM 5510-COUNT-EXCEPTION-ROW UNTIL PG-EOF
086500         CLOSE EXCEPTION-FILE
086600     ELSE
086700         IF PG-EXC-STATUS = '05'
086800             CLOSE EXCEPTION-FILE
086900         END-IF
087000     END-IF
087100     IF PG-EXC-COUNT > ZERO
087200         MOVE 'SIGNOFF' TO PG-NEW-SEVERITY
087300         MOVE SPACES TO PG-NEW-KEY
087400         MOVE PG-EXC-COUNT TO PG-RT-COUNT
087500         MOVE PG-REJECT-TEXT TO PG-NEW-TEXT
087600         PERFORM 6900-ADD-REASON
087700     END-IF.
087800
087900 5510-COUNT-EXCEPTION-ROW.
088000     READ EXCEPTION-FILE
088100         AT END
088200             SET PG-EOF TO TRUE
088300         NOT AT END
088400             IF EXC-TIMESTAMP NOT < PG-LATEST-STAMP
088500                 AND EXC-TIMESTAMP NOT > PG-WINDOW-TO
088600                 ADD 1 TO PG-EXC-COUNT
088700             END-IF
088800     END-READ.
088900
089000*--- PLANNED TYPES THE WINDOW CAME UP SHORT ON.
089100 5600-CHECK-NEVER-CALLED.
089200     IF PG-P-AUDITED (PG-PLAN-IDX) < PG-P-PLANNED (PG-PLAN-IDX)
089300         ADD 1 TO PG-NEVER-COUNT
089400         MOVE 'NO-GO' TO PG-NEW-SEVERITY
089500         MOVE PG-P-TYPE (PG-PLAN-IDX) TO PG-NEW-KEY
089600         MOVE 'PLANNED BUT NEVER CALLED IN RUN WINDOW'
089700             TO PG-NEW-TEXT
089800         PERFORM 6900-ADD-REASON
089900     END-IF.
090000
090100*--- THE UNPLANNED TYPES THEMSELVES, FOR THE REVIEWER.
090200 5700-LIST-UNPLANNED.
090300     MOVE 'INFO' TO PG-NEW-SEVERITY
090400     MOVE PG-U-TYPE (PG-UNPL-IDX) TO PG-NEW-KEY
090500     MOVE 'CALLED IN RUN WINDOW BUT IN NO PLAN ROW'
090600         TO PG-NEW-TEXT
090700     PERFORM 6900-ADD-REASON.
090800
090900*----------------------------------------------------------------
091000* 6000-DECIDE - ANY NO-GO REASON BLOCKS; OTHERWISE ANY SIGNOFF
091100* REASON NEEDS A REVIEWER; OTHERWISE GO.
091200*----------------------------------------------------------------
091300 6000-DECIDE.
091400     EVALUATE TRUE
091500         WHEN PG-NOGO-REASONS > ZERO
091600             MOVE 'NO-GO' TO PG-COMPUTED
091700         WHEN PG-SIGNOFF-REASONS > ZERO
091800             MOVE 'NEEDS-SIGNOFF' TO PG-COMPUTED
091900         WHEN OTHER
092000             MOVE 'GO' TO PG-COMPUTED
092100     END-EVALUATE
092200     MOVE PG-COMPUTED TO PG-DECISION
092300     MOVE SPACE TO PG-OVERRIDE.
092400
092500*----------------------------------------------------------------
092600* 6500-APPLY-REVIEW - A NAMED REVIEWER SIGNS OFF A
092700* NEEDS-SIGNOFF, AND OVERRIDES A NO-GO ONLY WITH A REASON AND
092800* ONLY WHEN THERE WAS A RUN TO JUDGE. THE REFUSALS ARE
092900* RECORDED TOO, SO A FAILED OVERRIDE ATTEMPT IS VISIBLE.
093000*----------------------------------------------------------------
093100 6500-APPLY-REVIEW.
093200     IF PG-REVIEWER NOT = SPACES
093300         MOVE 'INFO' TO PG-NEW-SEVERITY
093400         MOVE PG-REVIEWER TO PG-NEW-KEY
093500         EVALUATE TRUE
093600             WHEN PG-COMPUTED = 'NEEDS-SIGNOFF'
093700                 MOVE 'GO' TO PG-DECISION
093800                 MOVE 'S' TO PG-OVERRIDE
093900                 MOVE 'SIGNED OFF BY REVIEWER' TO PG-NEW-TEXT
094000                 PERFORM 6900-ADD-REASON
094100             WHEN PG-COMPUTED NOT = 'NO-GO'
094200                 CONTINUE
094300             WHEN PG-LATEST-STAMP = SPACES
094400                 MOVE 'OVERRIDE REFUSED - NO RUN TO JUDGE'
094500                     TO PG-NEW-TEXT
094600                 PERFORM 6900-ADD-REASON
094700             WHEN PG-OVR-REASON = SPACES
094800                 MOVE 'OVERRIDE REFUSED - NO REASON GIVEN'
094900                     TO PG-NEW-TEXT
095000                 PERFORM 6900-ADD-REASON
095100             WHEN OTHER
095200                 MOVE 'GO' TO PG-DECISION
095300                 MOVE 'O' TO PG-OVERRIDE
095400                 MOVE 'NO-GO OVERRIDDEN BY REVIEWER'
095500                     TO PG-NEW-TEXT
095600                 PERFORM 6900-ADD-REASON
095700         END-EVALUATE
095800     END-IF.
095900
096000*----------------------------------------------------------------
096100* 6900-ADD-REASON - FILE PG-NEW-SEVERITY/KEY/TEXT IN THE REASON
096200* TABLE AND COUNT ITS SEVERITY. A FULL TABLE LOSES THE LINE,
096300* NOT THE COUNT, SO THE DECISION IS NEVER SOFTENED BY IT.
096400*----------------------------------------------------------------
096500 6900-ADD-REASON.
096600     EVALUATE PG-NEW-SEVERITY
096700         WHEN 'NO-GO'
096800             ADD 1 TO PG-NOGO-REASONS
096900         WHEN 'SIGNOFF'
097000             ADD 1 TO PG-SIGNOFF-REASONS
097100         WHEN OTHER
097200             CONTINUE
097300     END-EVALUATE
097400     IF PG-RSN-COUNT < PG-RSN-MAX
097500         ADD 1 TO PG-RSN-COUNT
097600         SET PG-RSN-IDX TO PG-RSN-COUNT
097700         MOVE PG-NEW-SEVERITY TO PG-R-SEVERITY (PG-RSN-IDX)
097800         MOVE PG-NEW-KEY      TO PG-R-KEY (PG-RSN-IDX)
097900         MOVE PG-NEW-TEXT     TO PG-R-TEXT (PG-RSN-IDX)
098000     ELSE
098100         DISPLAY 'CC2PRMGT: REASON TABLE FULL, REASON '
098200             'DROPPED: ' PG-NEW-KEY UPON CONSOLE
098300     END-IF.
098400
098500*----------------------------------------------------------------
098600* 7000-RECORD-DECISION - PRINT THE EVIDENCE AND THE REASONS,
098700* APPEND THE DECISION ROW AND ONE REASON ROW PER REASON UNDER
098800* ONE DECISION STAMP, AND SET THE RETURN CODE FOR THE PIPELINE.
098900*----------------------------------------------------------------
099000 7000-RECORD-DECISION.
099100     ACCEPT PG-TS-DATE FROM DATE YYYYMMDD
099200     ACCEPT PG-TS-TIME FROM TIME
099300     PERFORM 7100-PRINT-RUN-RESULTS
099400     MOVE SPACES TO REPORT-LINE
099500     WRITE REPORT-LINE
099600     MOVE PG-SECTION-LINE-2 TO REPORT-LINE
099700     WRITE REPORT-LINE
099800     MOVE PG-REASON-HEADING TO REPORT-LINE
099900     WRITE REPORT-LINE
100000     IF PG-RSN-COUNT = ZERO
100100         MOVE PG-NONE-LINE TO REPORT-LINE
100200         WRITE REPORT-LINE
100300     END-IF
100400     PERFORM 7200-RECORD-REASON
100500         VARYING PG-RSN-IDX FROM 1 BY 1
100600         UNTIL PG-RSN-IDX > PG-RSN-COUNT
100700     PERFORM 7300-WRITE-DECISION-ROW
100800     MOVE SPACES TO REPORT-LINE
100900     WRITE REPORT-LINE
101000     MOVE 'RULES SAID:' TO PG-PL-LABEL
101100     MOVE PG-COMPUTED TO PG-PL-VALUE
101200     MOVE PG-PARM-LINE TO REPORT-LINE
101300     WRITE REPORT-LINE
101400     IF PG-REVIEWER NOT = SPACES
101500         MOVE 'REVIEWER:' TO PG-PL-LABEL
101600         MOVE PG-REVIEWER TO PG-PL-VALUE
101700         MOVE PG-PARM-LINE TO REPORT-LINE
101800         WRITE REPORT-LINE
101900     END-IF
102000     IF PG-OVERRIDE = 'O'
102100         MOVE 'OVERRIDE:' TO PG-PL-LABEL
102200         MOVE PG-OVR-REASON TO PG-PL-VALUE
102300         MOVE PG-PARM-LINE TO REPORT-LINE
102400         WRITE REPORT-LINE
102500     END-IF
102600     MOVE 'DECISION:' TO PG-PL-LABEL
102700     MOVE PG-DECISION TO PG-PL-VALUE
102800     MOVE PG-PARM-LINE TO REPORT-LINE
102900     WRITE REPORT-LINE
103000     DISPLAY 'CC2PRMGT: ' PG-TICKET ' SUITE ' PG-SUITE-SELECT
103100         ' RUN ' PG-LATEST-STAMP ' - ' PG-DECISION
103200         UPON CONSOLE
103300     EVALUATE PG-DECISION
103400         WHEN 'GO'
103500             MOVE ZERO TO RETURN-CODE
103600         WHEN 'NEEDS-SIGNOFF'
103700             MOVE 4 TO RETURN-CODE
103800         WHEN OTHER
103900             MOVE 8 TO RETURN-CODE
104000     END-EVALUATE.
104100
104200 7100-PRINT-RUN-RESULTS.
104300     MOVE SPACES TO REPORT-LINE
104400     WRITE REPORT-LINE
104500     MOVE PG-SECTION-LINE-1 TO REPORT-LINE
104600     WRITE REPORT-LINE
104700     MOVE 'PASSED:' TO PG-CL-LABEL
104800     MOVE PG-PASS-COUNT TO PG-CL-COUNT
104900     MOVE PG-COUNT-LINE TO REPORT-LINE
105000     WRITE REPORT-LINE
105100     MOVE 'FAILED (UNSETTLED):' TO PG-CL-LABEL
105200     MOVE PG-FAIL-COUNT TO PG-CL-COUNT
105300     MOVE PG-COUNT-LINE TO REPORT-LINE
105400     WRITE REPORT-LINE
105500     MOVE 'HARD FAILURES:' TO PG-CL-LABEL
105600     MOVE PG-HARD-COUNT TO PG-CL-COUNT
105700     MOVE PG-COUNT-LINE TO REPORT-LINE
105800     WRITE REPORT-LINE
105900     MOVE 'WAIVED (KNOWN):' TO PG-CL-LABEL
106000     MOVE PG-WVRD-COUNT TO PG-CL-COUNT
106100     MOVE PG-COUNT-LINE TO REPORT-LINE
106200     WRITE REPORT-LINE
106300     MOVE 'FLAKY (RETRY OK):' TO PG-CL-LABEL
106400     MOVE PG-FLKY-COUNT TO PG-CL-COUNT
106500     MOVE PG-COUNT-LINE TO REPORT-LINE
106600     WRITE REPORT-LINE
106700     MOVE 'EXPIRED WAIVERS IN USE:' TO PG-CL-LABEL
106800     MOVE PG-WVR-EXP-COUNT TO PG-CL-COUNT
106900     MOVE PG-COUNT-LINE TO REPORT-LINE
107000     WRITE REPORT-LINE
107100     MOVE 'PLANNED, NEVER CALLED:' TO PG-CL-LABEL
107200     MOVE PG-NEVER-COUNT TO PG-CL-COUNT
107300     MOVE PG-COUNT-LINE TO REPORT-LINE
107400     WRITE REPORT-LINE
107500     MOVE 'UNPLANNED CALLS:' TO PG-CL-LABEL
107600     MOVE PG-UNPLANNED-COUNT TO PG-CL-COUNT
107700     MOVE PG-COUNT-LINE TO REPORT-LINE
107800     WRITE REPORT-LINE
107900     MOVE 'CC2EXCPT REJECTS:' TO PG-CL-LABEL
108000     MOVE PG-EXC-COUNT TO PG-CL-COUNT
108100     MOVE PG-COUNT-LINE TO REPORT-LINE
108200     WRITE REPORT-LINE.
108300
108400 7200-RECORD-REASON.
108500     MOVE PG-R-SEVERITY (PG-RSN-IDX) TO PG-RL-SEVERITY
108600     MOVE PG-R-KEY (PG-RSN-IDX)      TO PG-RL-KEY
108700     MOVE PG-R-TEXT (PG-RSN-IDX)     TO PG-RL-TEXT
108800     MOVE PG-REASON-LINE TO REPORT-LINE
108900     WRITE REPORT-LINE
109000     MOVE PG-TIMESTAMP                TO PRR-STAMP
109100     MOVE PG-TICKET                   TO PRR-TICKET
109200     SET PRR-SEQ TO PG-RSN-IDX
109300     MOVE PG-R-SEVERITY (PG-RSN-IDX)  TO PRR-SEVERITY
109400     MOVE PG-R-KEY (PG-RSN-IDX)       TO PRR-KEY
109500     MOVE PG-R-TEXT (PG-RSN-IDX)      TO PRR-TEXT
109600     WRITE PRR-RECORD.
109700
109800 7300-WRITE-DECISION-ROW.
109900     MOVE PG-TIMESTAMP       TO PRM-STAMP
110000     MOVE PG-SUITE-SELECT    TO PRM-SUITE
110100     MOVE PG-TICKET          TO PRM-TICKET
110200     MOVE PG-LATEST-STAMP    TO PRM-RUNSTAMP
110300     MOVE PG-WINDOW-TO       TO PRM-WINDOW-TO
110400     MOVE PG-JOBI-JOB        TO PRM-JOB
110500     MOVE PG-JOBI-USER       TO PRM-USER
110600     MOVE PG-JOBI-NUMBER     TO PRM-JOBNBR
110700     MOVE PG-COMPUTED        TO PRM-COMPUTED
110800     MOVE PG-DECISION        TO PRM-DECISION
110900     MOVE PG-OVERRIDE        TO PRM-OVERRIDE
111000     MOVE PG-REVIEWER        TO PRM-REVIEWER
111100     IF PG-OVERRIDE = 'O'
111200         MOVE PG-OVR-REASON  TO PRM-OVR-REASON
111300     ELSE
111400         MOVE SPACES         TO PRM-OVR-REASON
111500     END-IF
111600     MOVE PG-PASS-COUNT      TO PRM-PASS
111700     MOVE PG-FAIL-COUNT      TO PRM-FAIL
111800     MOVE PG-HARD-COUNT      TO PRM-HARD
111900     MOVE PG-WVRD-COUNT      TO PRM-WVRD
112000     MOVE PG-FLKY-COUNT      TO PRM-FLKY
112100     MOVE PG-NEVER-COUNT     TO PRM-NEVER
112200     MOVE PG-UNPLANNED-COUNT TO PRM-UNPLANNED
112300     MOVE PG-EXC-COUNT       TO PRM-EXCEPTIONS
112400     MOVE PG-WVR-EXP-COUNT   TO PRM-WVR-EXPIRED
112500     WRITE PRM-RECORD.
112600
112700*----------------------------------------------------------------
112800* 8000-FINISH - CLOSE THE DECISION LOG AND THE REPORT.
112900*----------------------------------------------------------------
113000 8000-FINISH.
113100     IF PG-DEC-IS-OPEN
113200         CLOSE DECISION-FILE
113300     END-IF
113400     IF PG-RSN-IS-OPEN
113500         CLOSE REASON-FILE
113600     END-IF
113700     CLOSE REPORT-FILE.
113800
113900 9999-EXIT.
114000     GOBACK.
