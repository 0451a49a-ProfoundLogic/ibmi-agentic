000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    CC2CTLMNT.
000300 AUTHOR.        OPERATIONS SUPPORT.
000400 INSTALLATION.  PLSRC1.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*   DATE       INIT  DESCRIPTION
001000*   2026-10-15 OPS   INITIAL VERSION - INTERACTIVE MAINTENANCE
001100*                    OF THE CC2CTL REGRESSION PLAN, REPLACING
001200*                    DFU EDITS, WITH EVERY SAVED CHANGE LOGGED
001300*                    TO CC2CTLHST.
001400*--------------------------------------------------------------
001500* DESCRIPTION:
001600*   GREEN-SCREEN SUBFILE (DISPLAY FILE CC2CTLMNT, QDDSSRC)
001700*   OVER THE CC2CTL REGRESSION PLAN IN FILE ORDER, NARROWED
001800*   BY SUITE AND/OR SCENARIO ID. ROW ORDER IN CC2CTL MATTERS:
001900*   CBLTSTDRV RUNS THE PLAN TOP TO BOTTOM AND GATHERS A
002000*   MULTI-STEP SCENARIO FROM CONSECUTIVE ROWS SHARING ITS ID,
002100*   THE FIRST ROW'S SUITE AND ACTIVE FLAG GOVERNING THE
002200*   GROUP. THIS PROGRAM KEEPS THAT SHAPE: A ROW ADDED TO A
002300*   SCENARIO GOES IN AT THE END OF ITS GROUP, A NEW PLAIN ROW
002400*   AT THE END OF ITS SUITE, AND A SCENARIO IS COPIED, MOVED,
002500*   DEACTIVATED AND REACTIVATED AS A WHOLE.
002600*     2  CHANGE A ROW (STEP, LK-TYPE, RESP, DESCRIPTION, FLAG)
002700*     3  COPY THE ROW'S WHOLE SCENARIO TO A NEW SCENARIO ID
002800*     4  DEACTIVATE THE ROW (OR ITS WHOLE SCENARIO)
002900*     6  REACTIVATE THE ROW (OR ITS WHOLE SCENARIO)
003000*     7  MOVE THE ROW (OR ITS WHOLE SCENARIO) TO ANOTHER SUITE
003100*     9  RENUMBER THE SCENARIO'S STEPS 10, 20, 30... IN THEIR
003200*        CURRENT ORDER (REORDER BY CHANGING A STEP NUMBER
003300*        WITH 2, THEN RENUMBER)
003400*     F6 ADD A ROW, F10 SAVE, F5 RELOAD, F3 EXIT.
003500*
003600*   CHANGES ARE HELD IN STORAGE UNTIL F10. THE SAVE IS
003700*   REFUSED WHILE CC2RUNREG HOLDS A ROW - A RUN IN FLIGHT, OR
003800*   A CANCELLED OR INCOMPLETE ONE WAITING TO RESUME FROM A
003900*   CHECKPOINT THAT COUNTS PLAN ROWS. OTHERWISE EVERY CHANGED
004000*   ROW IS CHECKED AGAINST TSTCASE AND CC2PAYLD AS THEY ARE
004100*   AT THAT MOMENT (AN ACTIVE ROW NEEDS AN ACTIVE TSTCASE ROW
004200*   FOR ITS TYPE AND, UNLESS CC2PAYLD ROWS SUPPLY THE
004300*   RESPONSE, THE SAME RESPONSE; A SCENARIO MUST STAY IN ONE
004400*   SUITE, IN ONE PIECE, WITH DISTINCT STEP NUMBERS AND NO
004500*   MORE CALLS AFTER PAYLOAD EXPANSION THAN CBLTSTDRV'S STEP
004600*   TABLE HOLDS). THE NEW PLAN GOES TO CC2CTLWRK FIRST AND IS
004700*   COPIED BACK, AS IN CC2TCMNT, AND EVERY CHANGED ROW IS
004800*   LOGGED TO CC2CTLHST (WHO, WHEN, WHAT, OLD AND NEW IMAGE).
004900*   IF CC2CTLHST CANNOT BE OPENED NOTHING IS SAVED.
005000*--------------------------------------------------------------
005100
005200 ENVIRONMENT DIVISION.
005300 INPUT-OUTPUT SECTION.
005400 FILE-CONTROL.
005500     SELECT DISPLAY-FILE ASSIGN TO WORKSTATION-CC2CTLMNT-SI
005600         ORGANIZATION IS TRANSACTION
005700         ACCESS MODE IS DYNAMIC
005800         RELATIVE KEY IS PM-RRN
005900         FILE STATUS IS PM-DSP-STATUS
006000         CONTROL-AREA IS PM-CONTROL-AREA.
006100     SELECT OPTIONAL CTL-FILE ASSIGN TO CC2CTL
006200         ORGANIZATION IS SEQUENTIAL
006300         FILE STATUS IS PM-CTL-STATUS.
006400     SELECT OPTIONAL TESTCASE-FILE ASSIGN TO TSTCASE
006500         ORGANIZATION IS SEQUENTIAL
006600         FILE STATUS IS PM-TCS-STATUS.
006700     SELECT OPTIONAL PAYLOAD-FILE ASSIGN TO CC2PAYLD
006800         ORGANIZATION IS SEQUENTIAL
006900         FILE STATUS IS PM-PAY-STATUS.
007000     SELECT OPTIONAL REGISTER-FILE ASSIGN TO CC2RUNREG
007100         ORGANIZATION IS SEQUENTIAL
007200         FILE STATUS IS PM-REG-STATUS.
007300*----STAGING FILE FOR THE CC2CTL REWRITE (A CRTDUPOBJ OF
007400*----CC2CTL) - THE SAVED PLAN IS WRITTEN HERE FIRST, THEN
007500*----COPIED BACK, SO A JOB END MID-REWRITE NEVER LOSES IT.
007600     SELECT OPTIONAL WORK-FILE ASSIGN TO CC2CTLWRK
007700         ORGANIZATION IS SEQUENTIAL
007800         FILE STATUS IS PM-WRK-STATUS.
007900     SELECT OPTIONAL HISTORY-FILE ASSIGN TO CC2CTLHST
008000         ORGANIZATION IS SEQUENTIAL
008100         FILE STATUS IS PM-HST-STATUS.
008200
008300 DATA DIVISION.
008400 FILE SECTION.
008500*--- RECORD AREAS FOR THE DISPLAY FILE FORMATS. FIELD NAMES
008600*--- AND ORDER MIRROR THE DDS - KEEP THE TWO IN STEP.
008700 FD  DISPLAY-FILE.
008800 01  CTLSFL-REC.
008900     03  CMOPT                   PIC X(01).
009000     03  SFIDX                   PIC S9(04).
009100     03  SFSUITE                 PIC X(10).
009200     03  SFSCEN                  PIC X(10).
009300     03  SFSTEP                  PIC S9(03).
009400     03  SFTYPE                  PIC X(10).
009500     03  SFRESP                  PIC X(10).
009600     03  SFACTV                  PIC X(01).
009700     03  SFDESC                  PIC X(24).
009800*--- THE FILTERS ARE THE CONTROL FORMAT'S INPUT FIELDS, FIRST.
009900 01  CTLCTL-REC.
010000     03  FLTSUITE                PIC X(10).
010100     03  FLTSCEN                 PIC X(10).
010200     03  CTMSG                   PIC X(70).
010300 01  CTLDTL-REC.
010400     03  DTSUITE                 PIC X(10).
010500     03  DTSCEN                  PIC X(10).
010600     03  DTSTEP                  PIC S9(03).
010700     03  DTTYPE                  PIC X(10).
010800     03  DTRESP                  PIC X(10).
010900     03  DTDESC                  PIC X(30).
011000     03  DTACTV                  PIC X(01).
011100     03  DTTITLE                 PIC X(40).
011200     03  DTMSG                   PIC X(70).
011300 01  CTLFTR-REC                  PIC X(01).
011400
011500*--- SAME TCREC SHAPE AS TSTCASE; THE LEADING PREFIX IS
011600*--- REPLACED SO BOTH LAYOUTS CAN LIVE IN ONE PROGRAM.
011700 FD  CTL-FILE.
011800     COPY "tcrec" REPLACING LEADING ==TC-== BY ==CT-==.
011900
012000 FD  TESTCASE-FILE.
012100     COPY "tcrec".
012200
012300 FD  PAYLOAD-FILE.
012400     COPY "payrec".
012500
012600*--- THE DRIVER'S ACTIVE-RUN REGISTRATION - A ROW MEANS A RUN
012700*--- IS IN FLIGHT OR WAITING TO RESUME.
012800 FD  REGISTER-FILE.
012900     COPY "regrec".
013000
013100 FD  WORK-FILE.
013200 01  PM-WORK-RECORD              PIC X(74).
013300
013400 FD  HISTORY-FILE.
013500 01  HISTORY-RECORD.
013600     03  HST-STAMP               PIC X(14).
013700     03  HST-USER                PIC X(10).
013800     03  HST-ACTION              PIC X(01).
013900     03  HST-SUITE               PIC X(10).
014000     03  HST-SCENARIO            PIC X(10).
014100     03  HST-TYPE                PIC X(10).
014200     03  HST-OLD-IMAGE           PIC X(74).
014300     03  HST-NEW-IMAGE           PIC X(74).
014400
014500 WORKING-STORAGE SECTION.
014600 77  PM-DSP-STATUS               PIC X(02).
014700 77  PM-CTL-STATUS               PIC X(02).
014800 77  PM-TCS-STATUS               PIC X(02).
014900 77  PM-PAY-STATUS               PIC X(02).
015000 77  PM-REG-STATUS               PIC X(02).
015100 77  PM-WRK-STATUS               PIC X(02).
015200 77  PM-HST-STATUS               PIC X(02).
015300 77  PM-RRN                      PIC 9(04) BINARY VALUE ZERO.
015400 77  PM-EOF-SW                   PIC X(01) VALUE 'N'.
015500     88  PM-EOF                              VALUE 'Y'.
015600 77  PM-WRK-EOF-SW               PIC X(01) VALUE 'N'.
015700     88  PM-WRK-EOF                          VALUE 'Y'.
015800 77  PM-EXIT-SW                  PIC X(01) VALUE 'N'.
015900     88  PM-EXIT-REQUESTED                   VALUE 'Y'.
016000 77  PM-OPTS-DONE-SW             PIC X(01) VALUE 'N'.
016100     88  PM-OPTS-DONE                        VALUE 'Y'.
016200 77  PM-DETAIL-DONE-SW           PIC X(01) VALUE 'N'.
016300     88  PM-DETAIL-DONE                      VALUE 'Y'.
016400 77  PM-DETAIL-OK-SW             PIC X(01) VALUE 'N'.
016500     88  PM-DETAIL-OK                        VALUE 'Y'.
016600 77  PM-UNSAVED-SW               PIC X(01) VALUE 'N'.
016700     88  PM-UNSAVED                          VALUE 'Y'.
016800 77  PM-OVERFLOW-SW              PIC X(01) VALUE 'N'.
016900     88  PM-OVERFLOW                         VALUE 'Y'.
017000 77  PM-REBUILD-SW               PIC X(01) VALUE 'N'.
017100     88  PM-REBUILD                          VALUE 'Y'.
017200 77  PM-DISCARD-SW               PIC X(01) VALUE 'N'.
017300     88  PM-DISCARD-OK                       VALUE 'Y'.
017400 77  PM-FOUND-SW                 PIC X(01) VALUE 'N'.
017500     88  PM-FOUND                            VALUE 'Y'.
017600 77  PM-SUITE-SPLIT-SW           PIC X(01) VALUE 'N'.
017700     88  PM-SUITE-SPLIT                      VALUE 'Y'.
017710 77  PM-DUP-STEP-SW              PIC X(01) VALUE 'N'.
017720     88  PM-DUP-STEP                         VALUE 'Y'.
017800*--- THE DETAIL SCREEN'S MODE, AND THE HISTORY ACTION CODE IT
017900*--- LEAVES ON THE ROWS IT CHANGES.
018000 77  PM-MODE                     PIC X(01) VALUE SPACE.
018100     88  PM-MODE-ADD                         VALUE 'A'.
018200     88  PM-MODE-CHANGE                      VALUE 'C'.
018300     88  PM-MODE-COPY                        VALUE 'Y'.
018400     88  PM-MODE-MOVE                        VALUE 'M'.
018500 77  PM-ACTION-CODE              PIC X(01) VALUE SPACE.
018600 77  PM-CONFIRM-KEY              PIC X(02) VALUE SPACES.
018700 77  PM-PLAN-MAX                 PIC S9(04) BINARY VALUE 1000.
018800 77  PM-TYPE-MAX                 PIC S9(04) BINARY VALUE 1000.
018900 77  PM-PAY-MAX                  PIC S9(04) BINARY VALUE 500.
019000 77  PM-HOLD-MAX                 PIC S9(04) BINARY VALUE 50.
019100*--- CALLS ONE SCENARIO MAY EXPAND TO - CBLTSTDRV'S STEP TABLE
019200*--- (DRV-STEP-MAX) DROPS ANY STEP PAST THIS.
019300 77  PM-CALL-MAX                 PIC S9(04) BINARY VALUE 20.
019400 77  PM-SUB                      PIC S9(04) BINARY VALUE ZERO.
019500 77  PM-SUB2                     PIC S9(04) BINARY VALUE ZERO.
019600 77  PM-CUR                      PIC S9(04) BINARY VALUE ZERO.
019700 77  PM-AT                       PIC S9(04) BINARY VALUE ZERO.
019800 77  PM-FIRST                    PIC S9(04) BINARY VALUE ZERO.
019900 77  PM-LAST                     PIC S9(04) BINARY VALUE ZERO.
020000 77  PM-GRP-COUNT                PIC S9(04) BINARY VALUE ZERO.
020100 77  PM-OLD-COUNT                PIC S9(04) BINARY VALUE ZERO.
020200 77  PM-CALLS                    PIC S9(04) BINARY VALUE ZERO.
020400 77  PM-NEXT-STEP                PIC S9(04) BINARY VALUE ZERO.
020500 77  PM-CHANGED-COUNT            PIC S9(04) BINARY VALUE ZERO.
020600 77  PM-EDIT-COUNT               PIC Z,ZZ9.
020700 77  PM-EDIT-STEP                PIC ZZ9.
020800 77  PM-MSG                      PIC X(70) VALUE SPACES.
020900 77  PM-ERROR                    PIC X(70) VALUE SPACES.
021000 77  PM-FLT-SUITE                PIC X(10) VALUE SPACES.
021100 77  PM-FLT-SCEN                 PIC X(10) VALUE SPACES.
021200 77  PM-CUR-SUITE                PIC X(10) VALUE SPACES.
021300 77  PM-CUR-SCEN                 PIC X(10) VALUE SPACES.
021400 77  PM-REG-STATE                PIC X(10) VALUE SPACES.
021410 77  PM-KEY-TYPE                 PIC X(10) VALUE SPACES.
021500 77  PM-OVERFLOW-MSG             PIC X(70) VALUE
021600     'CC2CTL TOO LARGE FOR THIS SCREEN - DISPLAY ONLY'.
021700
021800 01  PM-TIMESTAMP.
021900     03  PM-TS-DATE              PIC 9(08).
022000     03  PM-TS-TIME              PIC 9(06).
022100
022200*--- LK-TYPE VALUES CBLCALLP2 TREATS AS CONTROL CALLS. UTEST
022300*--- AND '*RELOAD' ARE ANSWERED BY THE PROGRAM ITSELF, SO A
022400*--- PLAN ROW MAY CARRY THEM WITH NO TSTCASE ROW; '*DRILL' AND
022500*--- '*REGRESS' CHANGE HOW THE DRIVER'S OWN JOB IS TREATED AND
022600*--- ARE NEVER A SCENARIO.
022700 01  PM-TYPE-CHECK               PIC X(10).
022800     88  PM-SELF-DISPATCHED      VALUE 'UTEST', '*RELOAD'.
022900     88  PM-CONTROL-CALL         VALUE '*DRILL', '*REGRESS'.
023000
023100*--- TRANSACTION FEEDBACK: THE FUNCTION KEY THAT ENDED THE
023200*--- READ, THEN THE PROGRAM DEVICE NAME, THEN THE RECORD
023300*--- FORMAT THAT CAME BACK - IN THAT ORDER ON THE WIRE.
023400 01  PM-CONTROL-AREA.
023500     03  PM-FKEY                 PIC X(02).
023600     03  PM-DEVICE               PIC X(10).
023700     03  PM-FORMAT               PIC X(10).
023800
023900*--- SEPARATE INDICATOR AREA FOR THE DISPLAY FILE. 03=EXIT,
024000*--- 05=RELOAD, 06=ADD, 10=SAVE, 12=CANCEL, 30-32 SUBFILE
024100*--- CONTROLS, 51-53 DETAIL MODES, 60=UNSAVED - SEE THE DDS.
024200 01  PM-INDIC-AREA.
024300     03  PM-IND                  OCCURS 99 TIMES PIC 1.
024400
024500*--- THE PLAN, IN FILE ORDER. PM-P-IMAGE IS A TCREC ROW BYTE
024600*--- FOR BYTE; PM-P-OLD-IMAGE IS THE ROW AS IT WAS LOADED OR
024700*--- LAST SAVED (SPACES FOR A ROW ADDED SINCE), SO A SAVE CAN
024800*--- TELL WHICH ROWS CHANGED. PM-P-ACTION IS THE LAST THING
024900*--- DONE TO THE ROW, FOR ITS HISTORY ROW.
025000 01  PM-PLAN-COUNT               PIC S9(04) BINARY VALUE ZERO.
025100 01  PM-PLAN-TABLE.
025200     03  PM-PLAN-ENTRY OCCURS 1 TO 1000 TIMES
025300             DEPENDING ON PM-PLAN-COUNT.
025400         05  PM-P-IMAGE.
025500             07  PM-P-TYPE       PIC X(10).
025600             07  PM-P-RESP       PIC X(10).
025700             07  PM-P-DESC       PIC X(30).
025800             07  PM-P-ACTV       PIC X(01).
025900                 88  PM-P-INACTIVE           VALUE 'I'.
026000             07  PM-P-SUITE      PIC X(10).
026100             07  PM-P-SCEN       PIC X(10).
026200             07  PM-P-STEP       PIC S9(03).
026300         05  PM-P-OLD-IMAGE      PIC X(74).
026400         05  PM-P-ACTION         PIC X(01).
026500
026600*--- ROWS LIFTED OUT OF THE PLAN TO BE PUT BACK ELSEWHERE (A
026700*--- MOVE), INSERTED (AN ADD) OR DUPLICATED (A COPY). SAME
026800*--- SHAPE AS A PLAN ENTRY.
026900 01  PM-HOLD-COUNT               PIC S9(04) BINARY VALUE ZERO.
027000 01  PM-HOLD-TABLE.
027100     03  PM-HOLD-ENTRY OCCURS 1 TO 50 TIMES
027200             DEPENDING ON PM-HOLD-COUNT.
027300         05  PM-H-IMAGE.
027400             07  PM-H-TYPE       PIC X(10).
027500             07  PM-H-RESP       PIC X(10).
027600             07  PM-H-DESC       PIC X(30).
027700             07  PM-H-ACTV       PIC X(01).
027800             07  PM-H-SUITE      PIC X(10).
027900             07  PM-H-SCEN       PIC X(10).
028000             07  PM-H-STEP       PIC S9(03).
028100         05  PM-H-OLD-IMAGE      PIC X(74).
028200         05  PM-H-ACTION         PIC X(01).
028300
028400 01  PM-SWAP-ENTRY               PIC X(149).
028500
028600*--- THE ROW ON THE DETAIL SCREEN.
028700 01  PM-WORK-ROW.
028800     03  PM-W-TYPE               PIC X(10).
028900     03  PM-W-RESP               PIC X(10).
029000     03  PM-W-DESC               PIC X(30).
029100     03  PM-W-ACTV               PIC X(01).
029200         88  PM-W-INACTIVE                   VALUE 'I'.
029300     03  PM-W-SUITE              PIC X(10).
029400     03  PM-W-SCEN               PIC X(10).
029500     03  PM-W-STEP               PIC S9(03).
029600
029700*--- ACTIVE TSTCASE ROWS: THE DISPATCHABLE TYPES AND WHAT
029800*--- CBLCALLP2 ANSWERS FOR EACH.
029900 01  PM-DSP-COUNT                PIC S9(04) BINARY VALUE ZERO.
030000 01  PM-DSP-TABLE.
030100     03  PM-DSP-ENTRY OCCURS 1 TO 1000 TIMES
030200             DEPENDING ON PM-DSP-COUNT
030300             INDEXED BY PM-DSP-IDX.
030400         05  PM-D-TYPE           PIC X(10).
030500         05  PM-D-RESP           PIC X(10).
030600
030700*--- ACTIVE CC2PAYLD ROWS PER TYPE - A PLAN ROW OF A TYPE WITH
030800*--- PAYLOAD ROWS EXPANDS TO ONE CALL PER ROW, EACH CARRYING
030900*--- ITS OWN EXPECTED RESPONSE.
031000 01  PM-PAY-COUNT                PIC S9(04) BINARY VALUE ZERO.
031100 01  PM-PAY-TABLE.
031200     03  PM-PAY-ENTRY OCCURS 1 TO 500 TIMES
031300             DEPENDING ON PM-PAY-COUNT
031400             INDEXED BY PM-PAY-IDX.
031500         05  PM-Y-TYPE           PIC X(10).
031600         05  PM-Y-ROWS           PIC S9(04) BINARY.
031700
031800*--- QUSRJOBI CALL AREAS (FORMAT JOBI0100) - THE USER AT THE
031900*--- SCREEN, FOR THE CHANGE-HISTORY ROWS.
032000 77  PM-JOBI-LENGTH              PIC S9(09) BINARY VALUE 86.
032100 77  PM-JOBI-FORMAT              PIC X(08) VALUE 'JOBI0100'.
032200 77  PM-JOBI-JOBNAME             PIC X(26) VALUE '*'.
032300 77  PM-JOBI-INTID               PIC X(16) VALUE SPACES.
032400 01  PM-JOBI-RECEIVER.
032500     03  PM-JOBI-BYTES-RET       PIC S9(09) BINARY.
032600     03  PM-JOBI-BYTES-AVL       PIC S9(09) BINARY.
032700     03  PM-JOBI-JOB             PIC X(10).
032800     03  PM-JOBI-USER            PIC X(10).
032900     03  PM-JOBI-NUMBER          PIC X(06).
033000     03  FILLER                  PIC X(52).
033100 01  PM-JOBI-ERROR.
033200     03  PM-JOBI-ERR-PROVIDED    PIC S9(9) BINARY VALUE 116.
033300     03  PM-JOBI-ERR-AVAIL       PIC S9(9) BINARY VALUE ZERO.
033400     03  PM-JOBI-ERR-ID          PIC X(07).
033500     03  FILLER                  PIC X(01).
033600     03  PM-JOBI-ERR-DATA        PIC X(100).
033700
033800 PROCEDURE DIVISION.
033900
034000 0000-MAINLINE.
034100     PERFORM 1000-INITIALIZE
034200     PERFORM 2000-PROCESS-SCREEN
034300         UNTIL PM-EXIT-REQUESTED
034400     PERFORM 8000-FINISH
034500     GO TO 9999-EXIT.
034600
034700*----------------------------------------------------------------
034800* 1000-INITIALIZE - OPEN THE DISPLAY, IDENTIFY THE USER, LOAD
034900* THE PLAN AND PRESENT IT.
035000*----------------------------------------------------------------
035100 1000-INITIALIZE.
035200     OPEN I-O DISPLAY-FILE
035300     IF PM-DSP-STATUS NOT = '00'
035400         DISPLAY 'CC2CTLMNT: DISPLAY FILE OPEN FAILED, STATUS '
035500             PM-DSP-STATUS UPON CONSOLE
035600         SET PM-EXIT-REQUESTED TO TRUE
035700     ELSE
035800         PERFORM 1050-GET-JOB-IDENTITY
035900         PERFORM 1100-LOAD-PLAN-TABLE
036000         PERFORM 1400-BUILD-PLAN-SUBFILE
036100     END-IF.
036200
036300*----------------------------------------------------------------
036400* 1050-GET-JOB-IDENTITY - ASK QUSRJOBI WHO IS AT THE SCREEN, SO
036500* EVERY HISTORY ROW CARRIES THE USER WHO MADE THE CHANGE.
036600*----------------------------------------------------------------
036700 1050-GET-JOB-IDENTITY.
036800     MOVE SPACES TO PM-JOBI-RECEIVER
036900     MOVE ZERO TO PM-JOBI-ERR-AVAIL
037000     MOVE SPACES TO PM-JOBI-ERR-ID
037100     CALL 'QUSRJOBI' USING PM-JOBI-RECEIVER, PM-JOBI-LENGTH,
037200         PM-JOBI-FORMAT, PM-JOBI-JOBNAME, PM-JOBI-INTID,
037300         PM-JOBI-ERROR
037400     IF PM-JOBI-USER = SPACES
037500         MOVE '*UNKNOWN' TO PM-JOBI-USER
037600     END-IF.
037700
037800*----------------------------------------------------------------
037900* 1100-LOAD-PLAN-TABLE - READ CC2CTL INTO THE PLAN TABLE, EACH
038000* ROW'S OLD IMAGE SET TO WHAT IS ON DISK. A PLAN BIGGER THAN
038100* THE TABLE IS SHOWN BUT CAN NEITHER BE CHANGED NOR SAVED -
038200* A SAVE WOULD DROP THE ROWS THAT DID NOT FIT.
038300*----------------------------------------------------------------
038400 1100-LOAD-PLAN-TABLE.
038500     MOVE ZERO TO PM-PLAN-COUNT
038600     MOVE 'N' TO PM-OVERFLOW-SW
038700     MOVE 'N' TO PM-UNSAVED-SW
038800     MOVE 'N' TO PM-EOF-SW
038900     OPEN INPUT CTL-FILE
039000     IF PM-CTL-STATUS = '00'
039100         PERFORM 1110-READ-PLAN-ROW UNTIL PM-EOF
039200         CLOSE CTL-FILE
039300     ELSE
039400         IF PM-CTL-STATUS = '05'
039500             CLOSE CTL-FILE
039600         END-IF
039700     END-IF
039800     IF PM-OVERFLOW
039900         MOVE PM-OVERFLOW-MSG TO PM-MSG
040000     END-IF.
040100
040200 1110-READ-PLAN-ROW.
040300     READ CTL-FILE
040400         AT END
040500             SET PM-EOF TO TRUE
040600         NOT AT END
040700             IF PM-PLAN-COUNT < PM-PLAN-MAX
040800                 ADD 1 TO PM-PLAN-COUNT
040900                 MOVE CT-CASE-RECORD
041000                     TO PM-P-IMAGE (PM-PLAN-COUNT)
041100                 MOVE CT-CASE-RECORD
041200                     TO PM-P-OLD-IMAGE (PM-PLAN-COUNT)
041300                 MOVE SPACE TO PM-P-ACTION (PM-PLAN-COUNT)
041400             ELSE
041500                 SET PM-OVERFLOW TO TRUE
041600                 SET PM-EOF TO TRUE
041700             END-IF
041800     END-READ.
041900
042000*----------------------------------------------------------------
042100* 1200-LOAD-DISPATCH-TABLE - THE ACTIVE TSTCASE ROWS, READ
042200* AFRESH FOR EVERY CHECK SO A ROW IS JUDGED AGAINST THE TABLE
042300* AS IT IS AT THAT MOMENT.
042400*----------------------------------------------------------------
042500 1200-LOAD-DISPATCH-TABLE.
042600     MOVE ZERO TO PM-DSP-COUNT
042700     MOVE 'N' TO PM-EOF-SW
042800     OPEN INPUT TESTCASE-FILE
042900     IF PM-TCS-STATUS = '00'
043000         PERFORM 1210-READ-DISPATCH-ROW UNTIL PM-EOF
043100         CLOSE TESTCASE-FILE
043200     ELSE
043300         IF PM-TCS-STATUS = '05'
043400             CLOSE TESTCASE-FILE
043500         END-IF
043600     END-IF.
043700
043800 1210-READ-DISPATCH-ROW.
043900     READ TESTCASE-FILE
044000         AT END
044100             SET PM-EOF TO TRUE
044200         NOT AT END
044300             IF NOT TC-INACTIVE
044400                 IF PM-DSP-COUNT < PM-TYPE-MAX
044500                     ADD 1 TO PM-DSP-COUNT
044600                     SET PM-DSP-IDX TO PM-DSP-COUNT
044700                     MOVE TC-TYPE TO PM-D-TYPE (PM-DSP-IDX)
044800                     MOVE TC-RESP TO PM-D-RESP (PM-DSP-IDX)
044900                 ELSE
045000                     DISPLAY 'CC2CTLMNT: DISPATCH TABLE FULL, '
045100                         'ROW DROPPED: ' TC-TYPE UPON CONSOLE
045200                 END-IF
045300             END-IF
045400     END-READ.
045500
045600*----------------------------------------------------------------
045700* 1300-LOAD-PAYLOAD-TABLE - COUNT THE ACTIVE CC2PAYLD ROWS OF
045800* EACH TYPE.
045900*----------------------------------------------------------------
046000 1300-LOAD-PAYLOAD-TABLE.
046100     MOVE ZERO TO PM-PAY-COUNT
046200     MOVE 'N' TO PM-EOF-SW
046300     OPEN INPUT PAYLOAD-FILE
046400     IF PM-PAY-STATUS = '00'
046500         PERFORM 1310-READ-PAYLOAD-ROW UNTIL PM-EOF
046600         CLOSE PAYLOAD-FILE
046700     ELSE
046800         IF PM-PAY-STATUS = '05'
046900             CLOSE PAYLOAD-FILE
047000         END-IF
047100     END-IF.
047200
047300 1310-READ-PAYLOAD-ROW.
047400     READ PAYLOAD-FILE
047500         AT END
047600             SET PM-EOF TO TRUE
047700         NOT AT END
047800             IF NOT PAY-INACTIVE
047900                 MOVE PAY-TYPE TO PM-KEY-TYPE
048000                 PERFORM 4210-FIND-PAYLOAD-TYPE
048100                 IF PM-FOUND
048200                     ADD 1 TO PM-Y-ROWS (PM-PAY-IDX)
048300                 ELSE
048400                     PERFORM 1320-ADD-PAYLOAD-TYPE
048500                 END-IF
048600             END-IF
048700     END-READ.
048800
048900 1320-ADD-PAYLOAD-TYPE.
049000     IF PM-PAY-COUNT < PM-PAY-MAX
049100         ADD 1 TO PM-PAY-COUNT
049200         SET PM-PAY-IDX TO PM-PAY-COUNT
049300         MOVE PAY-TYPE TO PM-Y-TYPE (PM-PAY-IDX)
049400         MOVE 1 TO PM-Y-ROWS (PM-PAY-IDX)
049500     ELSE
049600         DISPLAY 'CC2CTLMNT: PAYLOAD TABLE FULL, TYPE '
049700             'DROPPED: ' PAY-TYPE UPON CONSOLE
049800     END-IF.
049900
050000*----------------------------------------------------------------
050100* 1400-BUILD-PLAN-SUBFILE - CLEAR AND RELOAD THE SUBFILE WITH
050200* THE PLAN ROWS THAT PASS THE SUITE AND SCENARIO FILTERS, IN
050300* FILE ORDER. THE HIDDEN SFIDX POINTS BACK AT THE TABLE ROW.
050400*----------------------------------------------------------------
050500 1400-BUILD-PLAN-SUBFILE.
050600     MOVE B"1" TO PM-IND (32)
050700     WRITE CTLCTL-REC FORMAT IS 'CTLCTL'
050800         INDICATORS ARE PM-INDIC-AREA
050900     MOVE B"0" TO PM-IND (32)
051000     MOVE ZERO TO PM-RRN
051100     PERFORM 1410-WRITE-SUBFILE-ROW
051200         VARYING PM-SUB FROM 1 BY 1
051300         UNTIL PM-SUB > PM-PLAN-COUNT
051400     WRITE CTLFTR-REC FORMAT IS 'CTLFTR'
051500         INDICATORS ARE PM-INDIC-AREA
051600     MOVE 'N' TO PM-REBUILD-SW.
051700
051800 1410-WRITE-SUBFILE-ROW.
051900     IF (PM-FLT-SUITE = SPACES
052000         OR PM-P-SUITE (PM-SUB) = PM-FLT-SUITE)
052100         AND (PM-FLT-SCEN = SPACES
052200         OR PM-P-SCEN (PM-SUB) = PM-FLT-SCEN)
052300         MOVE SPACE TO CMOPT
052400         MOVE PM-SUB               TO SFIDX
052500         MOVE PM-P-SUITE (PM-SUB)  TO SFSUITE
052600         MOVE PM-P-SCEN (PM-SUB)   TO SFSCEN
052700         MOVE PM-P-STEP (PM-SUB)   TO SFSTEP
052800         MOVE PM-P-TYPE (PM-SUB)   TO SFTYPE
052900         MOVE PM-P-RESP (PM-SUB)   TO SFRESP
053000         MOVE PM-P-ACTV (PM-SUB)   TO SFACTV
053100         MOVE PM-P-DESC (PM-SUB)   TO SFDESC
053200         ADD 1 TO PM-RRN
053300         WRITE SUBFILE CTLSFL-REC FORMAT IS 'CTLSFL'
053400             INDICATORS ARE PM-INDIC-AREA
053500     END-IF.
053600
053700*----------------------------------------------------------------
053800* 2000-PROCESS-SCREEN - PUT THE PLAN UP, WAIT FOR THE OPERATOR,
053900* AND ACT ON THE KEY: F3 ENDS, F5 RELOADS FROM THE FILE, F6
054000* ADDS A ROW, F10 SAVES, ENTER TAKES NEW FILTERS AND WORKS THE
054100* SUBFILE OPTIONS. F3 AND F5 THROW AWAY UNSAVED CHANGES, SO
054200* WITH CHANGES HELD THEY MUST BE PRESSED TWICE.
054300*----------------------------------------------------------------
054400 2000-PROCESS-SCREEN.
054500     IF PM-RRN > ZERO
054600         MOVE B"1" TO PM-IND (30)
054700     ELSE
054800         MOVE B"0" TO PM-IND (30)
054900     END-IF
055000     MOVE B"1" TO PM-IND (31)
055100     IF PM-UNSAVED
055200         MOVE B"1" TO PM-IND (60)
055300     ELSE
055400         MOVE B"0" TO PM-IND (60)
055500     END-IF
055600     MOVE PM-FLT-SUITE TO FLTSUITE
055700     MOVE PM-FLT-SCEN TO FLTSCEN
055800     MOVE PM-MSG TO CTMSG
055900     WRITE CTLCTL-REC FORMAT IS 'CTLCTL'
056000         INDICATORS ARE PM-INDIC-AREA
056100     READ DISPLAY-FILE FORMAT IS 'CTLCTL'
056200     MOVE SPACES TO PM-MSG
056300     EVALUATE PM-FKEY
056400         WHEN '03'
056500             PERFORM 2900-CONFIRM-DISCARD
056600             IF PM-DISCARD-OK
056700                 SET PM-EXIT-REQUESTED TO TRUE
056800             END-IF
056900         WHEN '05'
057000             PERFORM 2900-CONFIRM-DISCARD
057100             IF PM-DISCARD-OK
057200                 PERFORM 1100-LOAD-PLAN-TABLE
057300                 SET PM-REBUILD TO TRUE
057400             END-IF
057500         WHEN '06'
057600             MOVE SPACES TO PM-CONFIRM-KEY
057700             PERFORM 3000-ADD-ROW
057800         WHEN '10'
057900             MOVE SPACES TO PM-CONFIRM-KEY
058000             PERFORM 5000-SAVE-PLAN
058100         WHEN OTHER
058200             MOVE SPACES TO PM-CONFIRM-KEY
058300             IF FLTSUITE NOT = PM-FLT-SUITE
058400                 OR FLTSCEN NOT = PM-FLT-SCEN
058500                 MOVE FLTSUITE TO PM-FLT-SUITE
058600                 MOVE FLTSCEN TO PM-FLT-SCEN
058700                 SET PM-REBUILD TO TRUE
058800             END-IF
058900             PERFORM 2100-PROCESS-OPTIONS
059000     END-EVALUATE
059100     IF PM-REBUILD AND NOT PM-EXIT-REQUESTED
059200         PERFORM 1400-BUILD-PLAN-SUBFILE
059300     END-IF.
059400
059500*----------------------------------------------------------------
059600* 2100-PROCESS-OPTIONS - WALK THE CHANGED SUBFILE ROWS. OPTIONS
059700* 3, 7 AND 9 REARRANGE THE TABLE UNDER THE REMAINING ROWS'
059800* POINTERS, SO ONCE ONE OF THEM IS DONE THE REST OF THE PASS
059900* IS LEFT FOR THE NEXT ENTER. THE SUBFILE IS REBUILT AFTER ANY
060000* OPTION, WHICH ALSO CLEARS THE OPTIONS TAKEN.
060100*----------------------------------------------------------------
060200 2100-PROCESS-OPTIONS.
060300     MOVE 'N' TO PM-OPTS-DONE-SW
060400     PERFORM 2110-READ-MODIFIED-ROW
060500         UNTIL PM-OPTS-DONE OR PM-EXIT-REQUESTED.
060600
060700 2110-READ-MODIFIED-ROW.
060800     READ SUBFILE DISPLAY-FILE NEXT MODIFIED RECORD
060900         FORMAT IS 'CTLSFL'
061000         AT END
061100             SET PM-OPTS-DONE TO TRUE
061200         NOT AT END
061300             IF CMOPT NOT = SPACE
061400                 PERFORM 2120-TAKE-OPTION
061500             END-IF
061600     END-READ.
061700
061800 2120-TAKE-OPTION.
061900     SET PM-REBUILD TO TRUE
062000     MOVE SFIDX TO PM-CUR
062100     EVALUATE TRUE
062200         WHEN PM-CUR < 1 OR PM-CUR > PM-PLAN-COUNT
062300             CONTINUE
062400         WHEN PM-OVERFLOW
062500             MOVE PM-OVERFLOW-MSG TO PM-MSG
062700             SET PM-OPTS-DONE TO TRUE
062800         WHEN CMOPT = '2'
062900             PERFORM 3100-CHANGE-ROW
063000         WHEN CMOPT = '3'
063100             PERFORM 3200-COPY-SCENARIO
063200             SET PM-OPTS-DONE TO TRUE
063300         WHEN CMOPT = '4'
063400             MOVE 'I' TO PM-ACTION-CODE
063500             PERFORM 3300-SET-ACTIVE-FLAG
063600         WHEN CMOPT = '6'
063700             MOVE 'R' TO PM-ACTION-CODE
063800             PERFORM 3300-SET-ACTIVE-FLAG
063900         WHEN CMOPT = '7'
064000             PERFORM 3400-MOVE-TO-SUITE
064100             SET PM-OPTS-DONE TO TRUE
064200         WHEN CMOPT = '9'
064300             PERFORM 3500-RENUMBER-SCENARIO
064400             SET PM-OPTS-DONE TO TRUE
064500         WHEN OTHER
064600             STRING 'OPTION ' CMOPT ' IS NOT VALID - USE 2, 3, '
064700                 '4, 6, 7 OR 9' DELIMITED BY SIZE INTO PM-MSG
064800     END-EVALUATE.
064900
065000*----------------------------------------------------------------
065100* 2900-CONFIRM-DISCARD - F3 OR F5 WITH CHANGES HELD: THE FIRST
065200* PRESS ONLY WARNS, THE SAME KEY AGAIN GOES AHEAD.
065300*----------------------------------------------------------------
065400 2900-CONFIRM-DISCARD.
065500     IF NOT PM-UNSAVED OR PM-CONFIRM-KEY = PM-FKEY
065600         SET PM-DISCARD-OK TO TRUE
065700         MOVE SPACES TO PM-CONFIRM-KEY
065800     ELSE
065900         MOVE 'N' TO PM-DISCARD-SW
066000         MOVE PM-FKEY TO PM-CONFIRM-KEY
066100         IF PM-FKEY = '03'
066200             MOVE 'NOT SAVED - F3 AGAIN TO LEAVE, F10 TO SAVE'
066300                 TO PM-MSG
066400         ELSE
066500             MOVE 'NOT SAVED - F5 AGAIN TO DISCARD, F10 TO SAVE'
066600                 TO PM-MSG
066700         END-IF
066800     END-IF.
066900
067000*----------------------------------------------------------------
067100* 3000-ADD-ROW - F6. A BLANK DETAIL SCREEN, SUITE AND SCENARIO
067200* TAKEN FROM THE FILTERS AND THE STEP FROM THE END OF THAT
067300* SCENARIO. THE NEW ROW GOES IN AT THE END OF ITS SCENARIO,
067400* OR AT THE END OF ITS SUITE, OR AT THE END OF THE PLAN.
067500*----------------------------------------------------------------
067600 3000-ADD-ROW.
067700     SET PM-REBUILD TO TRUE
067800     IF PM-OVERFLOW OR PM-PLAN-COUNT >= PM-PLAN-MAX
067900         MOVE 'PLAN TABLE IS FULL - NO ROW CAN BE ADDED'
068000             TO PM-MSG
068100     ELSE
068200         MOVE SPACES TO PM-WORK-ROW
068300         MOVE PM-FLT-SUITE TO PM-W-SUITE
068400         MOVE PM-FLT-SCEN TO PM-W-SCEN
068500         MOVE ZERO TO PM-W-STEP
068600         IF PM-W-SCEN NOT = SPACES
068700             MOVE PM-W-SCEN TO PM-CUR-SCEN
068800             PERFORM 6400-FIND-SCENARIO
068900             IF PM-GRP-COUNT > ZERO
069000                 MOVE PM-P-SUITE (PM-FIRST) TO PM-W-SUITE
069100             END-IF
069200             MOVE PM-NEXT-STEP TO PM-W-STEP
069300         END-IF
069400         MOVE ZERO TO PM-CUR
069500         SET PM-MODE-ADD TO TRUE
069600         PERFORM 3900-PRESENT-DETAIL
069700         IF PM-DETAIL-OK
069800             PERFORM 3010-INSERT-NEW-ROW
069900         END-IF
070000     END-IF.
070100
070200 3010-INSERT-NEW-ROW.
070300     MOVE 1 TO PM-HOLD-COUNT
070400     MOVE PM-WORK-ROW TO PM-H-IMAGE (1)
070500     MOVE SPACES TO PM-H-OLD-IMAGE (1)
070600     MOVE 'A' TO PM-H-ACTION (1)
070700     MOVE ZERO TO PM-AT
070800     IF PM-W-SCEN NOT = SPACES
070900         MOVE PM-W-SCEN TO PM-CUR-SCEN
071000         PERFORM 6400-FIND-SCENARIO
071100         MOVE PM-LAST TO PM-AT
071200     END-IF
071300     IF PM-AT = ZERO
071400         MOVE PM-W-SUITE TO PM-CUR-SUITE
071500         PERFORM 6300-FIND-SUITE-END
071600     END-IF
071700     PERFORM 6200-INSERT-HOLD-ROWS
071800     SET PM-UNSAVED TO TRUE
071900     MOVE 'ROW ADDED - F10 TO SAVE' TO PM-MSG.
072000
072100*----------------------------------------------------------------
072200* 3100-CHANGE-ROW - OPTION 2. SUITE AND SCENARIO ID ARE LEFT
072300* TO OPTIONS 7 AND 3; EVERYTHING ELSE ON THE ROW MAY CHANGE.
072400*----------------------------------------------------------------
072500 3100-CHANGE-ROW.
072600     MOVE PM-P-IMAGE (PM-CUR) TO PM-WORK-ROW
072700     SET PM-MODE-CHANGE TO TRUE
072800     PERFORM 3900-PRESENT-DETAIL
072900     IF PM-DETAIL-OK
073000         MOVE PM-WORK-ROW TO PM-P-IMAGE (PM-CUR)
073100         MOVE PM-CUR TO PM-SUB
073200         MOVE 'C' TO PM-ACTION-CODE
073300         PERFORM 6900-MARK-CHANGED
073400         MOVE 'ROW CHANGED - F10 TO SAVE' TO PM-MSG
073500     END-IF.
073600
073700*----------------------------------------------------------------
073800* 3200-COPY-SCENARIO - OPTION 3. EVERY ROW OF THE SELECTED
073900* ROW'S SCENARIO IS DUPLICATED UNDER A NEW SCENARIO ID, IN THE
074000* SAME SUITE, RIGHT AFTER THE ORIGINAL.
074100*----------------------------------------------------------------
074200 3200-COPY-SCENARIO.
074300     MOVE PM-P-IMAGE (PM-CUR) TO PM-WORK-ROW
074400     IF PM-W-SCEN = SPACES
074500         MOVE 'ONLY A MULTI-STEP SCENARIO CAN BE COPIED'
074600             TO PM-MSG
074700     ELSE
074800         MOVE PM-W-SCEN TO PM-CUR-SCEN
074900         PERFORM 6400-FIND-SCENARIO
075000         IF PM-GRP-COUNT > PM-HOLD-MAX
075100             OR PM-PLAN-COUNT + PM-GRP-COUNT > PM-PLAN-MAX
075200             MOVE 'NO ROOM TO COPY THIS SCENARIO' TO PM-MSG
075300         ELSE
075400             MOVE SPACES TO PM-W-SCEN
075500             SET PM-MODE-COPY TO TRUE
075600             PERFORM 3900-PRESENT-DETAIL
075700             IF PM-DETAIL-OK
075800                 PERFORM 3210-INSERT-COPY
075900             END-IF
076000         END-IF
076100     END-IF.
076200
076300 3210-INSERT-COPY.
076400     MOVE PM-P-SCEN (PM-CUR) TO PM-CUR-SCEN
076500     PERFORM 6400-FIND-SCENARIO
076600     PERFORM 6500-HOLD-SCENARIO
076700     PERFORM 3220-RENAME-HELD-ROW
076800         VARYING PM-SUB FROM 1 BY 1
076900         UNTIL PM-SUB > PM-HOLD-COUNT
077000     MOVE PM-LAST TO PM-AT
077100     PERFORM 6200-INSERT-HOLD-ROWS
077200     SET PM-UNSAVED TO TRUE
077300     MOVE 'SCENARIO COPIED - F10 TO SAVE' TO PM-MSG.
077400
077500 3220-RENAME-HELD-ROW.
077600     MOVE PM-W-SCEN TO PM-H-SCEN (PM-SUB)
077700     MOVE SPACES    TO PM-H-OLD-IMAGE (PM-SUB)
077800     MOVE 'Y'       TO PM-H-ACTION (PM-SUB).
077900
078000*----------------------------------------------------------------
078100* 3300-SET-ACTIVE-FLAG - OPTIONS 4 AND 6 (PM-ACTION-CODE I OR
078200* R). THE FIRST ROW'S FLAG GOVERNS A SCENARIO, SO A SCENARIO
078300* ROW FLAGS EVERY ROW OF ITS SCENARIO ALIKE.
078400*----------------------------------------------------------------
078500 3300-SET-ACTIVE-FLAG.
078600     IF PM-P-SCEN (PM-CUR) = SPACES
078700         MOVE PM-CUR TO PM-FIRST
078800         MOVE PM-CUR TO PM-LAST
078900         MOVE SPACES TO PM-CUR-SCEN
079000     ELSE
079100         MOVE PM-P-SCEN (PM-CUR) TO PM-CUR-SCEN
079200         PERFORM 6400-FIND-SCENARIO
079300     END-IF
079400     PERFORM 3310-FLAG-ONE-ROW
079500         VARYING PM-SUB FROM PM-FIRST BY 1
079600         UNTIL PM-SUB > PM-LAST
079700     IF PM-ACTION-CODE = 'I'
079800         MOVE 'DEACTIVATED - F10 TO SAVE' TO PM-MSG
079900     ELSE
080000         MOVE 'REACTIVATED - F10 TO SAVE' TO PM-MSG
080100     END-IF.
080200
080300 3310-FLAG-ONE-ROW.
080400     IF PM-P-SCEN (PM-SUB) = PM-CUR-SCEN
080500         IF PM-ACTION-CODE = 'I'
080600             MOVE 'I' TO PM-P-ACTV (PM-SUB)
080700         ELSE
080800             MOVE SPACE TO PM-P-ACTV (PM-SUB)
080900         END-IF
081000         PERFORM 6900-MARK-CHANGED
081100     END-IF.
081200
081300*----------------------------------------------------------------
081400* 3400-MOVE-TO-SUITE - OPTION 7. THE ROW, OR ITS WHOLE
081500* SCENARIO, IS LIFTED OUT, GIVEN THE NEW SUITE AND PUT BACK
081600* AFTER THE LAST ROW OF THAT SUITE (AT THE END OF THE PLAN
081700* FOR A SUITE WITH NO ROWS YET).
081800*----------------------------------------------------------------
081900 3400-MOVE-TO-SUITE.
082000     MOVE PM-P-IMAGE (PM-CUR) TO PM-WORK-ROW
082100     MOVE PM-P-SCEN (PM-CUR) TO PM-CUR-SCEN
082200     IF PM-CUR-SCEN NOT = SPACES
082300         PERFORM 6400-FIND-SCENARIO
082400     END-IF
082500     IF PM-CUR-SCEN NOT = SPACES AND PM-GRP-COUNT > PM-HOLD-MAX
082600         MOVE 'SCENARIO TOO LARGE TO MOVE FROM THIS SCREEN'
082700             TO PM-MSG
082800     ELSE
082900         SET PM-MODE-MOVE TO TRUE
083000         PERFORM 3900-PRESENT-DETAIL
083100         IF PM-DETAIL-OK
083200             PERFORM 3410-RELOCATE-ROWS
083300         END-IF
083400     END-IF.
083500
083600 3410-RELOCATE-ROWS.
083700     IF PM-CUR-SCEN = SPACES
083800         MOVE 1 TO PM-HOLD-COUNT
083900         MOVE PM-PLAN-ENTRY (PM-CUR) TO PM-HOLD-ENTRY (1)
084000         MOVE PM-CUR TO PM-FIRST
084100         MOVE 1 TO PM-GRP-COUNT
084200     ELSE
084300         PERFORM 6400-FIND-SCENARIO
084400         PERFORM 6500-HOLD-SCENARIO
084500     END-IF
084600     PERFORM 6100-REMOVE-HELD-ROWS
084700     PERFORM 3420-RESUITE-HELD-ROW
084800         VARYING PM-SUB FROM 1 BY 1
084900         UNTIL PM-SUB > PM-HOLD-COUNT
085000     MOVE PM-W-SUITE TO PM-CUR-SUITE
085100     PERFORM 6300-FIND-SUITE-END
085200     PERFORM 6200-INSERT-HOLD-ROWS
085300     SET PM-UNSAVED TO TRUE
085400     MOVE 'MOVED - F10 TO SAVE' TO PM-MSG.
085500
085600 3420-RESUITE-HELD-ROW.
085700     MOVE PM-W-SUITE TO PM-H-SUITE (PM-SUB)
085800     IF PM-H-OLD-IMAGE (PM-SUB) NOT = SPACES
085900         MOVE 'M' TO PM-H-ACTION (PM-SUB)
086000     END-IF.
086100
086200*----------------------------------------------------------------
086300* 3500-RENUMBER-SCENARIO - OPTION 9. PUT THE SCENARIO'S ROWS IN
086400* STEP ORDER (THE ORDER CBLTSTDRV RUNS THEM IN) AND NUMBER
086500* THEM 10, 20, 30... SO THERE IS ROOM TO SLOT A STEP BETWEEN.
086600*----------------------------------------------------------------
086700 3500-RENUMBER-SCENARIO.
086800     IF PM-P-SCEN (PM-CUR) = SPACES
086900         MOVE 'ONLY A MULTI-STEP SCENARIO HAS STEPS TO RENUMBER'
087000             TO PM-MSG
087100     ELSE
087200         MOVE PM-P-SCEN (PM-CUR) TO PM-CUR-SCEN
087300         PERFORM 6400-FIND-SCENARIO
087400         IF PM-LAST - PM-FIRST + 1 NOT = PM-GRP-COUNT
087500             MOVE 'SCENARIO ROWS ARE NOT TOGETHER IN THE PLAN'
087600                 TO PM-MSG
087700         ELSE
087800             PERFORM 6600-ORDER-SCENARIO
087900             MOVE ZERO TO PM-NEXT-STEP
088000             MOVE 'N' TO PM-ACTION-CODE
088100             PERFORM 3510-RENUMBER-ONE-ROW
088200                 VARYING PM-SUB FROM PM-FIRST BY 1
088300                 UNTIL PM-SUB > PM-LAST
088400             MOVE 'STEPS RENUMBERED - F10 TO SAVE' TO PM-MSG
088500         END-IF
088600     END-IF.
088700
088800 3510-RENUMBER-ONE-ROW.
088900     ADD 10 TO PM-NEXT-STEP
089000     MOVE PM-NEXT-STEP TO PM-P-STEP (PM-SUB)
089100     PERFORM 6900-MARK-CHANGED.
089200
089300*----------------------------------------------------------------
089400* 3900-PRESENT-DETAIL - THE DETAIL SCREEN FOR PM-WORK-ROW IN
089500* MODE PM-MODE, REDISPLAYED WITH THE REASON UNTIL WHAT IS
089600* KEYED PASSES 3950 OR THE OPERATOR PRESSES F12 (OR F3).
089700*----------------------------------------------------------------
089800 3900-PRESENT-DETAIL.
089900     MOVE B"0" TO PM-IND (51)
090000     MOVE B"0" TO PM-IND (52)
090100     MOVE B"0" TO PM-IND (53)
090200     EVALUATE TRUE
090300         WHEN PM-MODE-ADD
090400             MOVE 'ADD A PLAN ROW' TO DTTITLE
090500         WHEN PM-MODE-CHANGE
090600             MOVE B"1" TO PM-IND (53)
090700             MOVE 'CHANGE A PLAN ROW' TO DTTITLE
090800         WHEN PM-MODE-COPY
090900             MOVE B"1" TO PM-IND (52)
091000             MOVE 'COPY SCENARIO - KEY THE NEW SCENARIO ID'
091100                 TO DTTITLE
091200         WHEN PM-MODE-MOVE
091300             MOVE B"1" TO PM-IND (51)
091400             MOVE 'MOVE TO SUITE - KEY THE NEW SUITE'
091500                 TO DTTITLE
091600     END-EVALUATE
091700     MOVE SPACES TO PM-ERROR
091800     MOVE 'N' TO PM-DETAIL-DONE-SW
091900     MOVE 'N' TO PM-DETAIL-OK-SW
092000     PERFORM 3910-DETAIL-ONCE
092100         UNTIL PM-DETAIL-DONE.
092200
092300 3910-DETAIL-ONCE.
092400     MOVE PM-W-SUITE TO DTSUITE
092500     MOVE PM-W-SCEN  TO DTSCEN
092600     MOVE PM-W-STEP  TO DTSTEP
092700     MOVE PM-W-TYPE  TO DTTYPE
092800     MOVE PM-W-RESP  TO DTRESP
092900     MOVE PM-W-DESC  TO DTDESC
093000     MOVE PM-W-ACTV  TO DTACTV
093100     MOVE PM-ERROR   TO DTMSG
093200     WRITE CTLDTL-REC FORMAT IS 'CTLDTL'
093300         INDICATORS ARE PM-INDIC-AREA
093400     READ DISPLAY-FILE FORMAT IS 'CTLDTL'
093500     IF PM-FKEY = '12' OR PM-FKEY = '03'
093600         SET PM-DETAIL-DONE TO TRUE
093700     ELSE
093800         EVALUATE TRUE
093900             WHEN PM-MODE-COPY
094000                 MOVE DTSCEN TO PM-W-SCEN
094100             WHEN PM-MODE-MOVE
094200                 MOVE DTSUITE TO PM-W-SUITE
094300             WHEN OTHER
094400                 IF PM-MODE-ADD
094500                     MOVE DTSUITE TO PM-W-SUITE
094600                     MOVE DTSCEN  TO PM-W-SCEN
094700                 END-IF
094800                 MOVE DTSTEP TO PM-W-STEP
094900                 MOVE DTTYPE TO PM-W-TYPE
095000                 MOVE DTRESP TO PM-W-RESP
095100                 MOVE DTDESC TO PM-W-DESC
095200                 MOVE DTACTV TO PM-W-ACTV
095300         END-EVALUATE
095400         PERFORM 3950-EDIT-DETAIL
095500         IF PM-ERROR = SPACES
095600             SET PM-DETAIL-DONE TO TRUE
095700             SET PM-DETAIL-OK TO TRUE
095800         END-IF
095900     END-IF.
096000
096100*----------------------------------------------------------------
096200* 3950-EDIT-DETAIL - CHECK WHAT WAS KEYED FOR THE MODE. THE ROW
096300* ITSELF IS CHECKED AGAINST TSTCASE AND CC2PAYLD AS THEY ARE
096400* NOW; THE SAME CHECKS RUN AGAIN AT THE SAVE.
096500*----------------------------------------------------------------
096600 3950-EDIT-DETAIL.
096700     MOVE SPACES TO PM-ERROR
096800     EVALUATE TRUE
096900         WHEN PM-MODE-COPY
097000             PERFORM 3960-EDIT-NEW-SCENARIO-ID
097100         WHEN PM-MODE-MOVE
097200             IF PM-W-SUITE = SPACES
097300                 MOVE 'SUITE IS REQUIRED' TO PM-ERROR
097400             ELSE
097500                 IF PM-W-SUITE = PM-P-SUITE (PM-CUR)
097600                     MOVE 'ALREADY IN THAT SUITE' TO PM-ERROR
097700                 END-IF
097800             END-IF
097900         WHEN OTHER
098000             PERFORM 1200-LOAD-DISPATCH-TABLE
098100             PERFORM 1300-LOAD-PAYLOAD-TABLE
098200             PERFORM 4000-CHECK-ROW
098300             IF PM-ERROR = SPACES AND PM-W-SCEN NOT = SPACES
098400                 PERFORM 3970-EDIT-SCENARIO-STEP
098500             END-IF
098600     END-EVALUATE.
098700
098800 3960-EDIT-NEW-SCENARIO-ID.
098900     IF PM-W-SCEN = SPACES
099000         MOVE 'NEW SCENARIO ID IS REQUIRED' TO PM-ERROR
099100     ELSE
099200         MOVE PM-W-SCEN TO PM-CUR-SCEN
099300         PERFORM 6400-FIND-SCENARIO
099400         IF PM-GRP-COUNT > ZERO
099500             MOVE 'THAT SCENARIO ID IS ALREADY IN THE PLAN'
099600                 TO PM-ERROR
099700         END-IF
099800     END-IF.
099900
100000*--- A ROW JOINING (OR RENUMBERED WITHIN) A SCENARIO: THE
100100*--- SCENARIO'S SUITE, AND A STEP NUMBER NO OTHER ROW OF IT
100200*--- ALREADY HAS.
100300 3970-EDIT-SCENARIO-STEP.
100400     MOVE PM-W-SCEN TO PM-CUR-SCEN
100500     PERFORM 6400-FIND-SCENARIO
100600     IF PM-GRP-COUNT > ZERO
100700         AND PM-P-SUITE (PM-FIRST) NOT = PM-W-SUITE
100800         STRING 'SCENARIO BELONGS TO SUITE '
100900             PM-P-SUITE (PM-FIRST) DELIMITED BY SIZE
101000             INTO PM-ERROR
101100     ELSE
101200         MOVE 'N' TO PM-FOUND-SW
101300         PERFORM 3980-COMPARE-STEP
101400             VARYING PM-SUB FROM 1 BY 1
101500             UNTIL PM-SUB > PM-PLAN-COUNT
101600         IF PM-FOUND
101700             MOVE PM-W-STEP TO PM-EDIT-STEP
101800             STRING 'STEP ' PM-EDIT-STEP
101900                 ' IS ALREADY USED IN THIS SCENARIO'
102000                 DELIMITED BY SIZE INTO PM-ERROR
102100         END-IF
102200     END-IF.
102300
102400 3980-COMPARE-STEP.
102500     IF PM-SUB NOT = PM-CUR
102600         AND PM-P-SCEN (PM-SUB) = PM-W-SCEN
102700         AND PM-P-STEP (PM-SUB) = PM-W-STEP
102800         SET PM-FOUND TO TRUE
102900     END-IF.
103000
103100*----------------------------------------------------------------
103200* 4000-CHECK-ROW - ONE ROW (PM-WORK-ROW) AGAINST THE RULES AND
103300* AGAINST TSTCASE/CC2PAYLD AS LOADED. PM-ERROR SAYS WHY NOT.
103400* AN INACTIVE ROW NEVER RUNS, SO IT IS NOT HELD TO TSTCASE.
103500*----------------------------------------------------------------
103600 4000-CHECK-ROW.
103700     MOVE SPACES TO PM-ERROR
103800     MOVE PM-W-TYPE TO PM-TYPE-CHECK
103900     EVALUATE TRUE
104000         WHEN PM-W-SUITE = SPACES
104100             MOVE 'SUITE IS REQUIRED' TO PM-ERROR
104200         WHEN PM-W-TYPE = SPACES
104300             MOVE 'LK-TYPE IS REQUIRED' TO PM-ERROR
104400         WHEN PM-W-TYPE (1:1) = SPACE
104500             MOVE 'LK-TYPE MUST BE LEFT-JUSTIFIED' TO PM-ERROR
104600         WHEN PM-CONTROL-CALL
104700             MOVE 'LK-TYPE IS A CONTROL CALL, NOT A SCENARIO'
104800                 TO PM-ERROR
104900         WHEN PM-W-RESP = SPACES
105000             MOVE 'EXPECTED LK-RESP IS REQUIRED' TO PM-ERROR
105100         WHEN PM-W-DESC = SPACES
105200             MOVE 'DESCRIPTION IS REQUIRED' TO PM-ERROR
105300         WHEN PM-W-ACTV NOT = SPACE AND NOT PM-W-INACTIVE
105400             MOVE 'ACTIVE FLAG MUST BE BLANK OR I' TO PM-ERROR
105500         WHEN PM-W-STEP < ZERO
105600             MOVE 'STEP SEQUENCE CANNOT BE NEGATIVE' TO PM-ERROR
105700         WHEN PM-W-INACTIVE OR PM-SELF-DISPATCHED
105800             CONTINUE
105900         WHEN OTHER
106000             PERFORM 4100-CHECK-DISPATCH
106100     END-EVALUATE.
106200
106300*--- AN ACTIVE ROW'S TYPE MUST BE DISPATCHABLE, AND WITHOUT
106400*--- PAYLOAD ROWS (WHOSE OWN RESPONSES ARE EXPECTED INSTEAD)
106500*--- IT MUST EXPECT WHAT TSTCASE ANSWERS - OTHERWISE IT FAILS
106600*--- EVERY NIGHT AND CC2CTLCHK REPORTS THE MISMATCH.
106700 4100-CHECK-DISPATCH.
106710     MOVE PM-W-TYPE TO PM-KEY-TYPE
106800     PERFORM 4200-FIND-DISPATCH-TYPE
106900     IF NOT PM-FOUND
107000         MOVE 'NO ACTIVE TSTCASE ROW FOR THIS LK-TYPE'
107100             TO PM-ERROR
107200     ELSE
107300         IF PM-W-RESP NOT = PM-D-RESP (PM-DSP-IDX)
107400             PERFORM 4210-FIND-PAYLOAD-TYPE
107500             IF NOT PM-FOUND
107600                 STRING 'TSTCASE ANSWERS '
107700                     PM-D-RESP (PM-DSP-IDX) DELIMITED BY SIZE
107800                     ' FOR THIS LK-TYPE' DELIMITED BY SIZE
107900                     INTO PM-ERROR
108000             END-IF
108100         END-IF
108200     END-IF.
108300
108400 4200-FIND-DISPATCH-TYPE.
108500     MOVE 'N' TO PM-FOUND-SW
108600     IF PM-DSP-COUNT > ZERO
108700         SET PM-DSP-IDX TO 1
108800         SEARCH PM-DSP-ENTRY
108900             AT END
109000                 CONTINUE
109100             WHEN PM-D-TYPE (PM-DSP-IDX) = PM-KEY-TYPE
109200                 SET PM-FOUND TO TRUE
109300         END-SEARCH
109400     END-IF.
109500
109600 4210-FIND-PAYLOAD-TYPE.
109700     MOVE 'N' TO PM-FOUND-SW
109800     IF PM-PAY-COUNT > ZERO
109900         SET PM-PAY-IDX TO 1
110000         SEARCH PM-PAY-ENTRY
110100             AT END
110200                 CONTINUE
110300             WHEN PM-Y-TYPE (PM-PAY-IDX) = PM-KEY-TYPE
110400                 SET PM-FOUND TO TRUE
110500         END-SEARCH
110600     END-IF.
110700
110800*----------------------------------------------------------------
110900* 4300-CHECK-SCENARIO - THE WHOLE OF SCENARIO PM-CUR-SCEN: ONE
111000* SUITE, ONE UNBROKEN RUN OF ROWS, DISTINCT STEP NUMBERS, AND
111100* NO MORE CALLS AFTER PAYLOAD EXPANSION THAN CBLTSTDRV HOLDS.
111200*----------------------------------------------------------------
111300 4300-CHECK-SCENARIO.
111400     MOVE SPACES TO PM-ERROR
111500     PERFORM 6400-FIND-SCENARIO
111600     MOVE 'N' TO PM-SUITE-SPLIT-SW
111700     MOVE ZERO TO PM-CALLS
111800     MOVE 'N' TO PM-DUP-STEP-SW
111900     PERFORM 4310-TALLY-SCENARIO-ROW
112000         VARYING PM-SUB FROM PM-FIRST BY 1
112100         UNTIL PM-SUB > PM-LAST
112200     PERFORM 4320-COMPARE-STEPS
112300         VARYING PM-SUB FROM PM-FIRST BY 1
112400         UNTIL PM-SUB > PM-LAST
112500         AFTER PM-SUB2 FROM PM-FIRST BY 1
112600         UNTIL PM-SUB2 > PM-LAST
112700     EVALUATE TRUE
112800         WHEN PM-SUITE-SPLIT
112900             STRING 'SCENARIO ' PM-CUR-SCEN
113000                 ' SPANS MORE THAN ONE SUITE' DELIMITED BY SIZE
113100                 INTO PM-ERROR
113200         WHEN PM-LAST - PM-FIRST + 1 NOT = PM-GRP-COUNT
113300             STRING 'SCENARIO ' PM-CUR-SCEN
113400                 ' ROWS ARE NOT TOGETHER IN THE PLAN'
113500                 DELIMITED BY SIZE INTO PM-ERROR
113600         WHEN PM-DUP-STEP
113700             STRING 'SCENARIO ' PM-CUR-SCEN
113800                 ' USES ONE STEP NUMBER TWICE' DELIMITED BY SIZE
113900                 INTO PM-ERROR
114000         WHEN PM-CALLS > PM-CALL-MAX
114100             STRING 'SCENARIO ' PM-CUR-SCEN
114200                 ' EXPANDS TO MORE THAN 20 CALLS'
114300                 DELIMITED BY SIZE INTO PM-ERROR
114400         WHEN OTHER
114500             CONTINUE
114600     END-EVALUATE.
114700
114800 4310-TALLY-SCENARIO-ROW.
114900     IF PM-P-SCEN (PM-SUB) = PM-CUR-SCEN
115000         IF PM-P-SUITE (PM-SUB) NOT = PM-P-SUITE (PM-FIRST)
115100             SET PM-SUITE-SPLIT TO TRUE
115200         END-IF
115300         MOVE PM-P-TYPE (PM-SUB) TO PM-KEY-TYPE
115400         PERFORM 4210-FIND-PAYLOAD-TYPE
115500         IF PM-FOUND
115600             ADD PM-Y-ROWS (PM-PAY-IDX) TO PM-CALLS
115700         ELSE
115800             ADD 1 TO PM-CALLS
115900         END-IF
116000     END-IF.
116100
116400 4320-COMPARE-STEPS.
116800     IF PM-SUB < PM-SUB2
116900         AND PM-P-SCEN (PM-SUB) = PM-CUR-SCEN
117000         AND PM-P-SCEN (PM-SUB2) = PM-CUR-SCEN
117100         AND PM-P-STEP (PM-SUB) = PM-P-STEP (PM-SUB2)
117200         SET PM-DUP-STEP TO TRUE
117300     END-IF.
117400
117500*----------------------------------------------------------------
117600* 5000-SAVE-PLAN - F10. REFUSED WHILE A RUN IS REGISTERED,
117700* THEN EVERY CHANGED ROW (AND EVERY SCENARIO WITH A CHANGED
117800* ROW) IS CHECKED AGAINST TSTCASE AND CC2PAYLD AS THEY ARE NOW.
117900* ONLY A CLEAN PLAN IS WRITTEN.
118000*----------------------------------------------------------------
118100 5000-SAVE-PLAN.
118200     MOVE SPACES TO PM-ERROR
118300     EVALUATE TRUE
118400         WHEN PM-OVERFLOW
118500             MOVE PM-OVERFLOW-MSG TO PM-ERROR
118600         WHEN NOT PM-UNSAVED
118700             MOVE 'NO CHANGES TO SAVE' TO PM-ERROR
118800         WHEN OTHER
118900             PERFORM 5100-CHECK-RUN-REGISTER
119000     END-EVALUATE
119100     IF PM-ERROR = SPACES
119200         PERFORM 1200-LOAD-DISPATCH-TABLE
119300         PERFORM 1300-LOAD-PAYLOAD-TABLE
119400         PERFORM 5200-CHECK-CHANGED-ROW
119500             VARYING PM-CUR FROM 1 BY 1
119600             UNTIL PM-CUR > PM-PLAN-COUNT
119700             OR PM-ERROR NOT = SPACES
119800     END-IF
119900     IF PM-ERROR = SPACES
120000         PERFORM 5300-WRITE-PLAN
120100     END-IF
120200     IF PM-ERROR NOT = SPACES
120300         MOVE PM-ERROR TO PM-MSG
120400     END-IF.
120500
120600*----------------------------------------------------------------
120700* 5100-CHECK-RUN-REGISTER - ANY CC2RUNREG ROW STOPS THE SAVE: A
120800* RUN IN FLIGHT IS READING THE PLAN, AND A CANCELLED OR
120900* INCOMPLETE ONE WILL RESUME FROM A CHECKPOINT THAT COUNTS
121000* PLAN ROWS.
121100*----------------------------------------------------------------
121200 5100-CHECK-RUN-REGISTER.
121300     OPEN INPUT REGISTER-FILE
121400     IF PM-REG-STATUS = '00'
121500         READ REGISTER-FILE
121600             AT END
121700                 CONTINUE
121800             NOT AT END
121900                 MOVE REG-STATE TO PM-REG-STATE
122000                 IF PM-REG-STATE = SPACES
122100                     MOVE 'RUNNING' TO PM-REG-STATE
122200                 END-IF
122300                 STRING 'RUN OF SUITE ' REG-SUITE ' IS '
122400                     PM-REG-STATE ' - PLAN NOT SAVED'
122500                     DELIMITED BY SIZE INTO PM-ERROR
122600         END-READ
122700         CLOSE REGISTER-FILE
122800     ELSE
122900         IF PM-REG-STATUS = '05'
123000             CLOSE REGISTER-FILE
123100         END-IF
123200     END-IF.
123300
123400 5200-CHECK-CHANGED-ROW.
123500     IF PM-P-IMAGE (PM-CUR) NOT = PM-P-OLD-IMAGE (PM-CUR)
123600         MOVE PM-P-IMAGE (PM-CUR) TO PM-WORK-ROW
123700         PERFORM 4000-CHECK-ROW
123800         IF PM-ERROR = SPACES AND PM-W-SCEN NOT = SPACES
123900             MOVE PM-W-SCEN TO PM-CUR-SCEN
124000             PERFORM 4300-CHECK-SCENARIO
124100         END-IF
124200         IF PM-ERROR NOT = SPACES
124300             MOVE PM-ERROR TO PM-MSG
124400             MOVE SPACES TO PM-ERROR
124500             STRING PM-P-TYPE (PM-CUR) DELIMITED BY SPACE
124600                 ': ' PM-MSG DELIMITED BY SIZE INTO PM-ERROR
124700         END-IF
124800     END-IF.
124900
125000*----------------------------------------------------------------
125100* 5300-WRITE-PLAN - HISTORY FILE FIRST (NO HISTORY, NO SAVE),
125200* THEN THE WHOLE PLAN TO CC2CTLWRK, THEN BACK OVER CC2CTL, THEN
125300* ONE CC2CTLHST ROW PER CHANGED ROW. A CC2CTL THAT WILL NOT
125400* REOPEN LEAVES THE SAVED PLAN COMPLETE IN CC2CTLWRK.
125500*----------------------------------------------------------------
125600 5300-WRITE-PLAN.
125700     OPEN EXTEND HISTORY-FILE
125800     IF PM-HST-STATUS NOT = '00' AND PM-HST-STATUS NOT = '05'
125900         MOVE 'CC2CTLHST UNAVAILABLE - PLAN NOT SAVED'
126000             TO PM-ERROR
126100     ELSE
126200         OPEN OUTPUT WORK-FILE
126300         IF PM-WRK-STATUS NOT = '00'
126400             MOVE 'CC2CTLWRK UNAVAILABLE - PLAN NOT SAVED'
126500                 TO PM-ERROR
126600         ELSE
126700             PERFORM 5310-WRITE-WORK-ROW
126800                 VARYING PM-SUB FROM 1 BY 1
126900                 UNTIL PM-SUB > PM-PLAN-COUNT
127000             CLOSE WORK-FILE
127100             PERFORM 5400-COPY-BACK-PLAN
127200         END-IF
127300         IF PM-ERROR = SPACES
127400             ACCEPT PM-TS-DATE FROM DATE YYYYMMDD
127500             ACCEPT PM-TS-TIME FROM TIME
127600             MOVE ZERO TO PM-CHANGED-COUNT
127700             PERFORM 5500-WRITE-HISTORY-ROW
127800                 VARYING PM-SUB FROM 1 BY 1
127900                 UNTIL PM-SUB > PM-PLAN-COUNT
128000             MOVE 'N' TO PM-UNSAVED-SW
128100             MOVE PM-CHANGED-COUNT TO PM-EDIT-COUNT
128200             STRING 'PLAN SAVED -' PM-EDIT-COUNT
128300                 ' ROW(S) CHANGED' DELIMITED BY SIZE
128400                 INTO PM-MSG
128500         END-IF
128600         CLOSE HISTORY-FILE
128700     END-IF.
128800
128900 5310-WRITE-WORK-ROW.
129000     WRITE PM-WORK-RECORD FROM PM-P-IMAGE (PM-SUB).
129100
129200 5400-COPY-BACK-PLAN.
129300     OPEN OUTPUT CTL-FILE
129400     IF PM-CTL-STATUS = '00'
129500         MOVE 'N' TO PM-WRK-EOF-SW
129600         OPEN INPUT WORK-FILE
129700         PERFORM 5410-COPY-ONE-ROW UNTIL PM-WRK-EOF
129800         CLOSE CTL-FILE
129900         CLOSE WORK-FILE
130000     ELSE
130100         MOVE 'CC2CTL REOPEN FAILED - SAVED PLAN IS IN CC2CTLWRK'
130200             TO PM-ERROR
130300     END-IF
130400     IF PM-ERROR NOT = SPACES
130500         DISPLAY 'CC2CTLMNT: ' PM-ERROR UPON CONSOLE
130600     END-IF.
130700
130800 5410-COPY-ONE-ROW.
130900     READ WORK-FILE
131000         AT END
131100             SET PM-WRK-EOF TO TRUE
131200         NOT AT END
131300             WRITE CT-CASE-RECORD FROM PM-WORK-RECORD
131400     END-READ
131500*----A READ ERROR MUST END THE LOOP, NOT SPIN: AT THIS POINT
131600*----THE WORK FILE IS THE ONLY COMPLETE COPY OF THE PLAN.
131700     IF PM-WRK-STATUS NOT = '00' AND PM-WRK-STATUS NOT = '10'
131800         SET PM-WRK-EOF TO TRUE
131900         MOVE 'WORK FILE READ ERROR - SAVED PLAN IS IN CC2CTLWRK'
132000             TO PM-ERROR
132100     END-IF.
132200
132300*--- A ROW WHOSE IMAGE DIFFERS FROM THE ONE LOADED (OR LAST
132400*--- SAVED) GETS A HISTORY ROW, AND THE SAVED IMAGE BECOMES
132500*--- ITS NEW STARTING POINT.
132600 5500-WRITE-HISTORY-ROW.
132700     IF PM-P-IMAGE (PM-SUB) NOT = PM-P-OLD-IMAGE (PM-SUB)
132800         MOVE PM-TIMESTAMP         TO HST-STAMP
132900         MOVE PM-JOBI-USER         TO HST-USER
133000         MOVE PM-P-ACTION (PM-SUB) TO HST-ACTION
133100         IF HST-ACTION = SPACE
133200             MOVE 'C' TO HST-ACTION
133300         END-IF
133400         MOVE PM-P-SUITE (PM-SUB)  TO HST-SUITE
133500         MOVE PM-P-SCEN (PM-SUB)   TO HST-SCENARIO
133600         MOVE PM-P-TYPE (PM-SUB)   TO HST-TYPE
133700         MOVE PM-P-OLD-IMAGE (PM-SUB) TO HST-OLD-IMAGE
133800         MOVE PM-P-IMAGE (PM-SUB)  TO HST-NEW-IMAGE
133900         WRITE HISTORY-RECORD
134000         ADD 1 TO PM-CHANGED-COUNT
134100         MOVE PM-P-IMAGE (PM-SUB) TO PM-P-OLD-IMAGE (PM-SUB)
134200     END-IF
134300     MOVE SPACE TO PM-P-ACTION (PM-SUB).
134400
134500*----------------------------------------------------------------
134510* 6100-REMOVE-HELD-ROWS - TAKE THE ROWS JUST COPIED TO THE HOLD
134520* TABLE OUT OF THE PLAN, CLOSING EACH GAP: ROW PM-CUR FOR A
134530* PLAIN ROW, EVERY ROW OF SCENARIO PM-CUR-SCEN OTHERWISE
134540* (WHEREVER THEY SIT). WORKED FROM THE BOTTOM UP SO A SHIFT
134550* NEVER MOVES A ROW NOT YET LOOKED AT.
134560*----------------------------------------------------------------
134570 6100-REMOVE-HELD-ROWS.
134580     PERFORM 6110-REMOVE-ONE-ROW
134590         VARYING PM-SUB FROM PM-PLAN-COUNT BY -1
134600         UNTIL PM-SUB < 1.
134610
134620 6110-REMOVE-ONE-ROW.
134630     IF (PM-CUR-SCEN = SPACES AND PM-SUB = PM-CUR)
134640         OR (PM-CUR-SCEN NOT = SPACES
134650         AND PM-P-SCEN (PM-SUB) = PM-CUR-SCEN)
134660         PERFORM 6120-SHIFT-ROW-UP
134670             VARYING PM-SUB2 FROM PM-SUB BY 1
134680             UNTIL PM-SUB2 >= PM-PLAN-COUNT
134690         SUBTRACT 1 FROM PM-PLAN-COUNT
134700     END-IF.
134710
136100 6120-SHIFT-ROW-UP.
136200     MOVE PM-PLAN-ENTRY (PM-SUB2 + 1)
136300         TO PM-PLAN-ENTRY (PM-SUB2).
136400
136500*----------------------------------------------------------------
136600* 6200-INSERT-HOLD-ROWS - PUT THE HOLD TABLE BACK INTO THE PLAN
136700* RIGHT AFTER ROW PM-AT (PM-AT = PM-PLAN-COUNT APPENDS). THE
136800* COUNT IS RAISED FIRST SO THE SHIFTED ROWS LAND INSIDE THE
136900* TABLE.
137000*----------------------------------------------------------------
137100 6200-INSERT-HOLD-ROWS.
137200     MOVE PM-PLAN-COUNT TO PM-OLD-COUNT
137300     ADD PM-HOLD-COUNT TO PM-PLAN-COUNT
137400     PERFORM 6210-SHIFT-ROW-DOWN
137500         VARYING PM-SUB2 FROM PM-OLD-COUNT BY -1
137600         UNTIL PM-SUB2 <= PM-AT
137700     PERFORM 6220-PLACE-HELD-ROW
137800         VARYING PM-SUB FROM 1 BY 1
137900         UNTIL PM-SUB > PM-HOLD-COUNT.
138000
138100 6210-SHIFT-ROW-DOWN.
138200     MOVE PM-PLAN-ENTRY (PM-SUB2)
138300         TO PM-PLAN-ENTRY (PM-SUB2 + PM-HOLD-COUNT).
138400
138500 6220-PLACE-HELD-ROW.
138600     MOVE PM-HOLD-ENTRY (PM-SUB)
138700         TO PM-PLAN-ENTRY (PM-AT + PM-SUB).
138800
138900*----------------------------------------------------------------
139000* 6300-FIND-SUITE-END - PM-AT = THE LAST ROW OF SUITE
139100* PM-CUR-SUITE, OR THE LAST ROW OF THE PLAN IF THE SUITE HAS
139200* NONE.
139300*----------------------------------------------------------------
139400 6300-FIND-SUITE-END.
139500     MOVE ZERO TO PM-AT
139600     PERFORM 6310-CHECK-SUITE-ROW
139700         VARYING PM-SUB FROM 1 BY 1
139800         UNTIL PM-SUB > PM-PLAN-COUNT
139900     IF PM-AT = ZERO
140000         MOVE PM-PLAN-COUNT TO PM-AT
140100     END-IF.
140200
140300 6310-CHECK-SUITE-ROW.
140400     IF PM-P-SUITE (PM-SUB) = PM-CUR-SUITE
140500         MOVE PM-SUB TO PM-AT
140600     END-IF.
140700
140800*----------------------------------------------------------------
140900* 6400-FIND-SCENARIO - FIRST AND LAST ROW AND ROW COUNT OF
141000* SCENARIO PM-CUR-SCEN, AND THE NEXT FREE STEP (TEN PAST THE
141100* HIGHEST). PM-GRP-COUNT ZERO WHEN THE ID IS NOT IN THE PLAN.
141200*----------------------------------------------------------------
141300 6400-FIND-SCENARIO.
141400     MOVE ZERO TO PM-FIRST
141500     MOVE ZERO TO PM-LAST
141600     MOVE ZERO TO PM-GRP-COUNT
141700     MOVE ZERO TO PM-NEXT-STEP
141800     PERFORM 6410-CHECK-SCENARIO-ROW
141900         VARYING PM-SUB FROM 1 BY 1
142000         UNTIL PM-SUB > PM-PLAN-COUNT
142100     ADD 10 TO PM-NEXT-STEP
142200     IF PM-NEXT-STEP > 999
142300         MOVE 999 TO PM-NEXT-STEP
142400     END-IF.
142500
142600 6410-CHECK-SCENARIO-ROW.
142700     IF PM-P-SCEN (PM-SUB) = PM-CUR-SCEN
142800         IF PM-FIRST = ZERO
142900             MOVE PM-SUB TO PM-FIRST
143000         END-IF
143100         MOVE PM-SUB TO PM-LAST
143200         ADD 1 TO PM-GRP-COUNT
143300         IF PM-P-STEP (PM-SUB) > PM-NEXT-STEP
143400             MOVE PM-P-STEP (PM-SUB) TO PM-NEXT-STEP
143500         END-IF
143600     END-IF.
143700
143800*----------------------------------------------------------------
143900* 6500-HOLD-SCENARIO - COPY THE ROWS OF SCENARIO PM-CUR-SCEN
144000* (FOUND BY 6400) INTO THE HOLD TABLE, IN PLAN ORDER.
144100*----------------------------------------------------------------
144200 6500-HOLD-SCENARIO.
144300     MOVE ZERO TO PM-HOLD-COUNT
144400     PERFORM 6510-HOLD-ONE-ROW
144500         VARYING PM-SUB FROM PM-FIRST BY 1
144600         UNTIL PM-SUB > PM-LAST.
144700
144800 6510-HOLD-ONE-ROW.
144900     IF PM-P-SCEN (PM-SUB) = PM-CUR-SCEN
145000         AND PM-HOLD-COUNT < PM-HOLD-MAX
145100         ADD 1 TO PM-HOLD-COUNT
145200         MOVE PM-PLAN-ENTRY (PM-SUB)
145300             TO PM-HOLD-ENTRY (PM-HOLD-COUNT)
145400     END-IF.
145500
145600*----------------------------------------------------------------
145700* 6600-ORDER-SCENARIO - SORT ROWS PM-FIRST THRU PM-LAST (ONE
145800* UNBROKEN SCENARIO) INTO STEP ORDER. A HANDFUL OF ROWS, SO A
145900* PLAIN EXCHANGE SORT.
146000*----------------------------------------------------------------
146100 6600-ORDER-SCENARIO.
146200     PERFORM 6610-ORDER-PAIR
146300         VARYING PM-SUB FROM PM-FIRST BY 1
146400         UNTIL PM-SUB >= PM-LAST
146500         AFTER PM-SUB2 FROM PM-FIRST BY 1
146600         UNTIL PM-SUB2 > PM-LAST.
146700
146800 6610-ORDER-PAIR.
146900     IF PM-SUB2 > PM-SUB
147000         AND PM-P-STEP (PM-SUB2) < PM-P-STEP (PM-SUB)
147100         MOVE PM-PLAN-ENTRY (PM-SUB) TO PM-SWAP-ENTRY
147200         MOVE PM-PLAN-ENTRY (PM-SUB2) TO PM-PLAN-ENTRY (PM-SUB)
147300         MOVE PM-SWAP-ENTRY TO PM-PLAN-ENTRY (PM-SUB2)
147400     END-IF.
147500
147600*----------------------------------------------------------------
147700* 6900-MARK-CHANGED - ROW PM-SUB WAS CHANGED BY ACTION
147800* PM-ACTION-CODE. A ROW ADDED SINCE THE LAST SAVE STAYS AN ADD.
147900*----------------------------------------------------------------
148000 6900-MARK-CHANGED.
148100     IF PM-P-OLD-IMAGE (PM-SUB) NOT = SPACES
148200         MOVE PM-ACTION-CODE TO PM-P-ACTION (PM-SUB)
148300     END-IF
148400     SET PM-UNSAVED TO TRUE.
148500
148600*----------------------------------------------------------------
148700* 8000-FINISH - CLOSE THE DISPLAY.
148800*----------------------------------------------------------------
148900 8000-FINISH.
149000     IF PM-DSP-STATUS = '00'
149100         CLOSE DISPLAY-FILE
149200     END-IF.
149300
149400 9999-EXIT.
149500     GOBACK.
