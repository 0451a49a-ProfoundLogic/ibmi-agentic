000252*   2026-09-02 OPS   HARD (CONFIRMED ON RETRY) SORTS WITH THE
000254*                    FAILING TYPES ON PASS ONE; CONTROL AREA
000256*                    CARRIES DEVICE NAME BEFORE FORMAT NAME.
000257*   2026-10-14 OPS   RUN COMMANDS - THE HEADER SHOWS THE
000258*                    CC2RUNREG STATE OF THE RUN IN FLIGHT AND
000259*                    TAKES PAUSE, RESUME OR CANCEL FOR IT, SENT
000260*                    TO CBLTSTDRV OVER DATA QUEUE CC2CMDQ. EACH
000261*                    COMMAND, SENT OR REFUSED, IS LOGGED TO
000262*                    CC2CMDLOG WITH THE SENDING USER AND TIME.
000263*   2026-10-15 OPS   COMMANDS GO ON CC2CMDQ KEYED BY THE TARGET
000264*                    JOB NUMBER; A MULTI-STREAM RUN TAKES THEM
000265*                    AT ITS COORDINATOR, WHICH PASSES THEM ON TO
000266*                    EVERY STREAM. A RUN LEFT INCOMPLETE IS NO
000267*                    RUN IN FLIGHT.
000268*   2026-10-15 OPS   ALERT PANEL - F7 LISTS THE RECENT CC2ALRLOG
000269*                    ALERTS, UNACKNOWLEDGED FIRST; OPTION 1 WITH
000270*                    A COMMENT ACKNOWLEDGES THEM, STAMPING THE
000271*                    OPERATOR AND TIME ON THE LOG ROW.
000272*--------------------------------------------------------------
000273* DESCRIPTION:
000280*   GREEN-SCREEN SUBFILE (DISPLAY FILE CC2STSDSP, QDDSSRC)
000290*   OVER THE LIVE PER-LK-TYPE STATUS CC2DQMON MAINTAINS IN
000300*   CC2DQSTS, SO THE DUTY OPERATOR WATCHES THE OVERNIGHT
000350*   EXPECTED VS ACTUAL, RESULT) SO A BRAND-NEW FAILURE IS
000360*   DISTINGUISHABLE FROM THE ONE THAT HAS BEEN RED ALL WEEK
000370*   WITHOUT LEAVING THE SCREEN.
000371*
000372*   THE HEADER ALSO CARRIES THE RUN IN FLIGHT (CC2RUNREG) AND
000373*   A COMMAND LINE: PAUSE HOLDS CBLTSTDRV AT ITS NEXT SCENARIO
000374*   BOUNDARY, RESUME LETS IT GO ON, CANCEL ENDS IT THERE WITH
000375*   ITS CHECKPOINT KEPT FOR THE NEXT START. A COMMAND THE RUN'S
000376*   STATE DOES NOT ALLOW (RESUME OF A RUN THAT IS NOT PAUSED,
000377*   ANYTHING WITH NO RUN IN FLIGHT) IS REFUSED HERE AND NEVER
000378*   REACHES THE QUEUE.
000379*
000380*   F7 SHOWS THE LAST SD-ALR-MAX ALERTS CC2DQMON HAS LOGGED TO
000381*   CC2ALRLOG, UNACKNOWLEDGED ONES FIRST AND NEWEST AT THE TOP.
000382*   OPTION 1 ON ONE OR MORE ROWS, WITH A COMMENT KEYED, MARKS
000383*   THEM ACKNOWLEDGED BY THE USER AT THE SCREEN; AN ALERT LEFT
000384*   UNACKNOWLEDGED TOO LONG IS SENT ON TO ON-CALL BY CC2DQMON.
000385*--------------------------------------------------------------
000390
000400 ENVIRONMENT DIVISION.
000410 INPUT-OUTPUT SECTION.
000550     SELECT OPTIONAL WATCHDOG-FILE ASSIGN TO CC2DQWDG
000560         ORGANIZATION IS SEQUENTIAL
000570         FILE STATUS IS SD-WDG-STATUS.
000571     SELECT OPTIONAL REGISTER-FILE ASSIGN TO CC2RUNREG
000572         ORGANIZATION IS SEQUENTIAL
000573         FILE STATUS IS SD-REG-STATUS.
000574     SELECT OPTIONAL CMDLOG-FILE ASSIGN TO CC2CMDLOG
000575         ORGANIZATION IS SEQUENTIAL
000576         FILE STATUS IS SD-CLG-STATUS.
000577     SELECT OPTIONAL ALERT-FILE ASSIGN TO CC2ALRLOG
000578         ORGANIZATION IS SEQUENTIAL
000579         FILE STATUS IS SD-ALR-STATUS.
000580
000590 DATA DIVISION.
000600 FILE SECTION.
000760     03  HSPF                    PIC X(04).
000770 01  HSTCTL-REC.
000780     03  HSTYPE                  PIC X(10).
000790*--- THE STATUS CONTROL FORMAT CARRIES THE RUN COMMAND (ITS
000800*--- ONE INPUT FIELD, FIRST), THE WATCHDOG HEADER FIELDS AND
000805*--- THE RUN-STATE LINES; THE FOOTERS CARRY NO PROGRAM FIELDS.
000810 01  STSCTL-REC.
000815     03  RNCMD                   PIC X(08).
000820     03  WDSTATE                 PIC X(10).
000830     03  WDSINCE                 PIC X(14).
000840     03  WDLAST                  PIC X(14).
000841     03  RNSUITE                 PIC X(10).
000842     03  RNSTATE                 PIC X(10).
000843     03  RNSINCE                 PIC X(14).
000844     03  RNBY                    PIC X(10).
000845     03  RNMSG                   PIC X(70).
000850 01  STSFTR-REC                  PIC X(01).
000851*--- THE ALERT SUBFILE CARRIES ITS OPTION AND THE HIDDEN LOG ROW
000852*--- NUMBER FIRST; THE ALERT CONTROL FORMAT ITS COMMENT (THE ONE
000853*--- INPUT FIELD, FIRST) AND THE ANSWER TO THE LAST ENTER.
000854 01  ALRSFL-REC.
000855     03  ALOPT                   PIC X(01).
000856     03  ALROW                   PIC S9(07).
000857     03  ALSTAMP                 PIC X(14).
000858     03  ALSEV                   PIC X(04).
000859     03  ALKIND                  PIC X(10).
000860     03  ALKEY                   PIC X(10).
000861     03  ALACKBY                 PIC X(10).
000862     03  ALACKAT                 PIC X(14).
000863     03  ALONC                   PIC X(03).
000864 01  ALRCTL-REC.
000865     03  ALCMT                   PIC X(50).
000866     03  ALMSG                   PIC X(70).
000867
000870*--- LIVE STATUS ROWS THE MONITOR MAINTAINS - SHARED LAYOUT.
000880 FD  STATUS-FILE.
000890     COPY "stsrec".
000940*--- WATCHDOG STATE THE MONITOR KEEPS BESIDE CC2DQSTS.
000950 FD  WATCHDOG-FILE.
000960     COPY "wdgrec".
000961
000962*--- THE DRIVER'S ACTIVE-RUN REGISTRATION - WHICH RUN A COMMAND
000963*--- IS FOR, AND WHETHER ITS STATE ALLOWS IT.
000964 FD  REGISTER-FILE.
000965     COPY "regrec".
000966
000967*--- OPERATOR RUN-COMMAND LOG, SHARED WITH CBLTSTDRV.
000968 FD  CMDLOG-FILE.
000969     COPY "clgrec".
000970
000971*--- ALERTS CC2DQMON RAISED - ACKNOWLEDGED HERE IN PLACE.
000972 FD  ALERT-FILE.
000973     COPY "alrrec".
000974
000980 WORKING-STORAGE SECTION.
000990 77  SD-DSP-STATUS               PIC X(02).
001000 77  SD-STS-STATUS               PIC X(02).
001010 77  SD-RSL-STATUS               PIC X(02).
001020 77  SD-WDG-STATUS               PIC X(02).
001022 77  SD-REG-STATUS               PIC X(02).
001024 77  SD-CLG-STATUS               PIC X(02).
001026 77  SD-ALR-STATUS               PIC X(02).
001030 77  SD-RRN                      PIC 9(04) BINARY VALUE ZERO.
001040 77  SD-EOF-SW                   PIC X(01) VALUE 'N'.
001050     88  SD-EOF                              VALUE 'Y'.
001490 01  SD-HIST-COUNT               PIC S9(04) BINARY VALUE ZERO.
001500 01  SD-HIST-TABLE.
001510     03  SD-HIST-ENTRY OCCURS 1 TO 14 TIMES
001511             DEPENDING ON SD-HIST-COUNT
001512             INDEXED BY SD-HIST-IDX.
001513         05  SD-H-STAMP          PIC X(14).
001514         05  SD-H-EXPECTED       PIC X(10).
001515         05  SD-H-ACTUAL         PIC X(10).
001516         05  SD-H-PASSFAIL       PIC X(04).
001517
001518 77  SD-DRILL-TYPE               PIC X(10) VALUE SPACES.
001519
001520*--- RUN COMMAND WORK AREAS. THE DISPLAY FILE'S RECORD AREAS
001521*--- SHARE ONE BUFFER, SO THE COMMAND KEYED AND THE ANSWER TO
001522*--- IT ARE HELD HERE ACROSS THE SUBFILE READS AND WRITES.
001523 77  SD-RUN-CMD                  PIC X(08) VALUE SPACES.
001524 77  SD-RUN-MSG                  PIC X(70) VALUE SPACES.
001525 77  SD-CMD-OUTCOME              PIC X(10) VALUE SPACES.
001526 77  SD-REG-FOUND-SW             PIC X(01) VALUE 'N'.
001527     88  SD-REG-FOUND                        VALUE 'Y'.
001528 77  SD-REG-STATE                PIC X(10) VALUE SPACES.
001529 77  SD-REG-SUITE                PIC X(10) VALUE SPACES.
001530 77  SD-REG-JOBNBR               PIC X(06) VALUE SPACES.
001531
001532*--- ALERT PANEL WORK AREAS. THE COMMENT AND THE ANSWER ARE HELD
001533*--- HERE ACROSS THE SUBFILE READS AND WRITES, AS FOR THE RUN
001534*--- COMMAND. SD-ALR-ROW COUNTS CC2ALRLOG ROWS FROM ONE - THE
001535*--- ROW NUMBER IS HOW A SUBFILE LINE FINDS ITS ALERT AGAIN.
001536 77  SD-ALR-MAX                  PIC S9(04) BINARY VALUE 100.
001537 77  SD-ALR-SUB                  PIC S9(04) BINARY VALUE ZERO.
001538 77  SD-ALR-ROW                  PIC S9(09) BINARY VALUE ZERO.
001539 77  SD-ALR-DONE-SW              PIC X(01) VALUE 'N'.
001540     88  SD-ALR-DONE                         VALUE 'Y'.
001541 77  SD-ALR-CMT                  PIC X(50) VALUE SPACES.
001542 77  SD-ALR-MSG                  PIC X(70) VALUE SPACES.
001543 77  SD-PICK-COUNT               PIC S9(04) BINARY VALUE ZERO.
001544 77  SD-PICK-LEFT                PIC S9(04) BINARY VALUE ZERO.
001545 77  SD-ACK-COUNT                PIC S9(04) BINARY VALUE ZERO.
001546
001547*--- THE LAST SD-ALR-MAX CC2ALRLOG ROWS, FILLED AS A RING LIKE
001548*--- THE HISTORY TABLE, OLDEST AT THE TOP.
001549 01  SD-ALR-COUNT                PIC S9(04) BINARY VALUE ZERO.
001550 01  SD-ALR-TABLE.
001551     03  SD-ALR-ENTRY OCCURS 1 TO 100 TIMES
001552             DEPENDING ON SD-ALR-COUNT
001553             INDEXED BY SD-ALR-IDX.
001554         05  SD-A-ROW            PIC S9(09) BINARY.
001555         05  SD-A-STAMP          PIC X(14).
001556         05  SD-A-SEV            PIC X(04).
001557         05  SD-A-KIND           PIC X(10).
001558         05  SD-A-KEY            PIC X(10).
001559         05  SD-A-ACK-USER       PIC X(10).
001560         05  SD-A-ACK-STAMP      PIC X(14).
001561         05  SD-A-ONCALL         PIC X(14).
001562         05  SD-A-PICK-SW        PIC X(01).
001563             88  SD-A-PICKED                 VALUE 'Y'.
001564
001565 01  SD-ACK-MSG.
001566     03  SD-AM-ACKED             PIC ZZ9.
001567     03  FILLER                  PIC X(15)  VALUE
001568             ' ACKNOWLEDGED, '.
001569     03  SD-AM-STALE             PIC ZZ9.
001570     03  FILLER                  PIC X(45)  VALUE
001571             ' ALREADY ACKNOWLEDGED OR NO LONGER IN THE LOG'.
001572
001573 01  SD-TIMESTAMP.
001574     03  SD-TS-DATE              PIC 9(08).
001575     03  SD-TS-TIME              PIC 9(06).
001576
001577 01  SD-SENT-MSG.
001578     03  SD-SM-VERB              PIC X(08).
001579     03  FILLER                  PIC X(13)  VALUE ' SENT TO JOB '.
001580     03  SD-SM-JOBNBR            PIC X(06).
001581     03  FILLER                  PIC X(41)
001582             VALUE ' - TAKES EFFECT AT NEXT SCENARIO BOUNDARY'.
001583
001584*--- CC2CMDQ SEND AREAS - THE GUARDED QSNDDTAQ CALL CBLCALLP2
001585*--- AND CBLTSTDRV USE, SO A MISSING QUEUE COSTS THE COMMAND
001586*--- (AND SAYS SO), NOT THE DISPLAY.
001587 77  SD-CMDQ-NAME                PIC X(10) VALUE 'CC2CMDQ'.
001588 77  SD-CMDQ-LIB                 PIC X(10) VALUE '*LIBL'.
001589 77  SD-CMDQ-LEN                 PIC S9(05) PACKED-DECIMAL.
001590 77  SD-CMDQ-KEYLEN              PIC S9(03) PACKED-DECIMAL
001591                                 VALUE 6.
001592 01  SD-CMDQ-ERROR.
001593     03  SD-CMDQ-ERR-PROVIDED    PIC S9(9) BINARY VALUE 116.
001598     03  SD-CMDQ-ERR-AVAIL       PIC S9(9) BINARY VALUE ZERO.
001599     03  SD-CMDQ-ERR-ID          PIC X(07).
001600     03  FILLER                  PIC X(01).
001601     03  SD-CMDQ-ERR-DATA        PIC X(100).
001602
001603     COPY "cmdrec".
001604
001605*--- QUSRJOBI CALL AREAS (FORMAT JOBI0100) - THE USER SENDING
001606*--- A COMMAND, FOR THE QUEUE ENTRY AND THE LOG.
001607 77  SD-JOBI-LENGTH              PIC S9(09) BINARY VALUE 86.
001608 77  SD-JOBI-FORMAT              PIC X(08) VALUE 'JOBI0100'.
001609 77  SD-JOBI-JOBNAME             PIC X(26) VALUE '*'.
001610 77  SD-JOBI-INTID               PIC X(16) VALUE SPACES.
001611 01  SD-JOBI-RECEIVER.
001612     03  SD-JOBI-BYTES-RET       PIC S9(09) BINARY.
001613     03  SD-JOBI-BYTES-AVL       PIC S9(09) BINARY.
001614     03  SD-JOBI-JOB             PIC X(10).
001615     03  SD-JOBI-USER            PIC X(10).
001616     03  SD-JOBI-NUMBER          PIC X(06).
001617     03  FILLER                  PIC X(52).
001618 01  SD-JOBI-ERROR.
001619     03  SD-JOBI-ERR-PROVIDED    PIC S9(9) BINARY VALUE 116.
001620     03  SD-JOBI-ERR-AVAIL       PIC S9(9) BINARY VALUE ZERO.
001621     03  SD-JOBI-ERR-ID          PIC X(07).
001622     03  FILLER                  PIC X(01).
001623     03  SD-JOBI-ERR-DATA        PIC X(100).
001624
001625 PROCEDURE DIVISION.
001626
001630 0000-MAINLINE.
001640     PERFORM 1000-INITIALIZE
001650     PERFORM 2000-PROCESS-SCREEN
001780             SD-DSP-STATUS UPON CONSOLE
001790         SET SD-EXIT-REQUESTED TO TRUE
001800     ELSE
001805         PERFORM 1300-GET-JOB-IDENTITY
001810         PERFORM 1100-LOAD-STATUS-TABLE
001820         PERFORM 1200-BUILD-STATUS-SUBFILE
001830     END-IF.
002610             INDICATORS ARE SD-INDIC-AREA
002620     END-IF.
002630
002631*----------------------------------------------------------------
002632* 1300-GET-JOB-IDENTITY - ASK QUSRJOBI WHO IS AT THE SCREEN, SO
002633* EVERY RUN COMMAND CARRIES THE USER WHO SENT IT.
002634*----------------------------------------------------------------
002635 1300-GET-JOB-IDENTITY.
002636     MOVE SPACES TO SD-JOBI-RECEIVER
002637     MOVE ZERO TO SD-JOBI-ERR-AVAIL
002638     MOVE SPACES TO SD-JOBI-ERR-ID
002639     CALL 'QUSRJOBI' USING SD-JOBI-RECEIVER, SD-JOBI-LENGTH,
002640         SD-JOBI-FORMAT, SD-JOBI-JOBNAME, SD-JOBI-INTID,
002641         SD-JOBI-ERROR
002642     IF SD-JOBI-USER = SPACES
002643         MOVE '*UNKNOWN' TO SD-JOBI-USER
002644     END-IF.
002645
002646*----------------------------------------------------------------
002650* 2000-PROCESS-SCREEN - PUT THE STATUS PICTURE UP, WAIT FOR THE
002660* OPERATOR, AND ACT ON THE KEY: F3 ENDS, F5 RELOADS FROM THE
002665* FILE, F7 TURNS TO THE ALERT PANEL, ENTER SENDS ANY RUN COMMAND
002670* KEYED AND WORKS THE SUBFILE OPTIONS.
002680*----------------------------------------------------------------
002690 2000-PROCESS-SCREEN.
002700     IF SD-RRN > ZERO
002740     END-IF
002750     MOVE B"1" TO SD-IND (31)
002760     PERFORM 2500-READ-WATCHDOG-STATE
002762     PERFORM 2600-READ-RUN-STATE
002764     MOVE SPACES TO RNCMD
002766     MOVE SD-RUN-MSG TO RNMSG
002770     WRITE STSCTL-REC FORMAT IS 'STSCTL'
002780         INDICATORS ARE SD-INDIC-AREA
002790     READ DISPLAY-FILE FORMAT IS 'STSCTL'
002792     MOVE RNCMD TO SD-RUN-CMD
002794     MOVE SPACES TO SD-RUN-MSG
002800     EVALUATE SD-FKEY
002810         WHEN '03'
002820             SET SD-EXIT-REQUESTED TO TRUE
002830         WHEN '05'
002840             PERFORM 1100-LOAD-STATUS-TABLE
002850             PERFORM 1200-BUILD-STATUS-SUBFILE
002852         WHEN '07'
002854             PERFORM 4000-SHOW-ALERTS
002860         WHEN OTHER
002862             IF SD-RUN-CMD NOT = SPACES
002864                 PERFORM 2700-SEND-RUN-COMMAND
002866             END-IF
002870             PERFORM 2100-PROCESS-OPTIONS
002880     END-EVALUATE.
002890
003340                 MOVE WDG-LAST  TO WDLAST
003350         END-READ
003360         CLOSE WATCHDOG-FILE
003361     ELSE
003362         IF SD-WDG-STATUS = '05'
003363             CLOSE WATCHDOG-FILE
003364         END-IF
003365     END-IF.
003366
003367*----------------------------------------------------------------
003368* 2600-READ-RUN-STATE - PICK UP THE CC2RUNREG ROW FOR THE RUN
003369* LINE. NO ROW SHOWS AS *NONE; A BLANK STATE IS A ROW WRITTEN
003370* BEFORE RUN COMMANDS EXISTED AND READS AS RUNNING.
003371*----------------------------------------------------------------
003372 2600-READ-RUN-STATE.
003373     MOVE 'N' TO SD-REG-FOUND-SW
003374     MOVE SPACES TO SD-REG-SUITE
003375     MOVE SPACES TO SD-REG-JOBNBR
003376     MOVE '*NONE' TO SD-REG-STATE
003377     MOVE SPACES TO RNSINCE
003378     MOVE SPACES TO RNBY
003379     OPEN INPUT REGISTER-FILE
003380     IF SD-REG-STATUS = '00'
003381         READ REGISTER-FILE
003382             AT END
003383                 CONTINUE
003384             NOT AT END
003385                 SET SD-REG-FOUND TO TRUE
003386                 MOVE REG-SUITE  TO SD-REG-SUITE
003387                 MOVE REG-JOBNBR TO SD-REG-JOBNBR
003388                 MOVE REG-STATE  TO SD-REG-STATE
003389                 IF REG-STATE = SPACES
003390                     MOVE 'RUNNING' TO SD-REG-STATE
003391                 END-IF
003392                 MOVE REG-SINCE  TO RNSINCE
003393                 MOVE REG-BY     TO RNBY
003394         END-READ
003395         CLOSE REGISTER-FILE
003396     ELSE
003397         IF SD-REG-STATUS = '05'
003398             CLOSE REGISTER-FILE
003399         END-IF
003400     END-IF
003401     MOVE SD-REG-SUITE TO RNSUITE
003402     MOVE SD-REG-STATE TO RNSTATE.
003403
003404*----------------------------------------------------------------
003405* 2700-SEND-RUN-COMMAND - CHECK THE COMMAND KEYED AGAINST THE
003406* RUN'S STATE AS IT IS NOW, SEND IT TO CC2CMDQ ADDRESSED TO THE
003407* REGISTERED JOB, AND LOG IT. THE DRIVER ACTS ON IT AT ITS NEXT
003408* SCENARIO BOUNDARY, SO THE RUN LINE CHANGES ON A LATER F5 OR
003409* ENTER, NOT AT ONCE.
003410*----------------------------------------------------------------
003411 2700-SEND-RUN-COMMAND.
003412     PERFORM 2600-READ-RUN-STATE
003413     ACCEPT SD-TS-DATE FROM DATE YYYYMMDD
003414     ACCEPT SD-TS-TIME FROM TIME
003415     MOVE SD-RUN-CMD    TO CMD-VERB
003416     MOVE SD-JOBI-USER  TO CMD-USER
003417     MOVE SD-TIMESTAMP  TO CMD-STAMP
003418     MOVE SD-REG-JOBNBR TO CMD-JOBNBR
003419     MOVE 'REFUSED' TO SD-CMD-OUTCOME
003420     EVALUATE TRUE
003421         WHEN NOT CMD-PAUSE AND NOT CMD-RESUME
003422             AND NOT CMD-CANCEL
003423             MOVE 'UNKNOWN RUN COMMAND - KEY PAUSE, RESUME OR '
003424                 & 'CANCEL' TO SD-RUN-MSG
003425         WHEN NOT SD-REG-FOUND
003426             OR SD-REG-STATE = 'CANCELLED'
003427             OR SD-REG-STATE = 'INCOMPLETE'
003428             MOVE 'NO RUN IN FLIGHT - COMMAND NOT SENT'
003429                 TO SD-RUN-MSG
003430         WHEN CMD-PAUSE AND SD-REG-STATE = 'PAUSED'
003431             MOVE 'RUN IS ALREADY PAUSED - COMMAND NOT SENT'
003432                 TO SD-RUN-MSG
003433         WHEN CMD-RESUME AND SD-REG-STATE NOT = 'PAUSED'
003434             MOVE 'RUN IS NOT PAUSED - COMMAND NOT SENT'
003435                 TO SD-RUN-MSG
003436         WHEN OTHER
003437             PERFORM 2710-SEND-COMMAND-ENTRY
003438     END-EVALUATE
003439     PERFORM 2720-LOG-COMMAND
003440     MOVE SPACES TO SD-RUN-CMD.
003441
003442 2710-SEND-COMMAND-ENTRY.
003443     MOVE LENGTH OF CMD-ENTRY TO SD-CMDQ-LEN
003444     MOVE ZERO TO SD-CMDQ-ERR-AVAIL
003445     MOVE SPACES TO SD-CMDQ-ERR-ID
003446     CALL 'QSNDDTAQ' USING SD-CMDQ-NAME, SD-CMDQ-LIB,
003447         SD-CMDQ-LEN, CMD-ENTRY, SD-CMDQ-KEYLEN, CMD-JOBNBR,
003448         OMITTED, SD-CMDQ-ERROR
003449     IF SD-CMDQ-ERR-AVAIL > ZERO
003450         MOVE 'COMMAND QUEUE CC2CMDQ UNAVAILABLE - COMMAND NOT '
003451             & 'SENT' TO SD-RUN-MSG
003452         DISPLAY 'CC2STSDSP: RUN COMMAND ' CMD-VERB ' NOT SENT, '
003453             'ERROR ' SD-CMDQ-ERR-ID UPON CONSOLE
003454     ELSE
003455         MOVE 'SENT' TO SD-CMD-OUTCOME
003456         MOVE CMD-VERB   TO SD-SM-VERB
003457         MOVE CMD-JOBNBR TO SD-SM-JOBNBR
003458         MOVE SD-SENT-MSG TO SD-RUN-MSG
003459     END-IF.
003460
003461*--- ONE CC2CMDLOG ROW PER COMMAND KEYED, SENT OR NOT. A LOG THAT
003462*--- WILL NOT OPEN COSTS THE ROW, NOT THE COMMAND.
003463 2720-LOG-COMMAND.
003464     OPEN EXTEND CMDLOG-FILE
003465     IF SD-CLG-STATUS = '00' OR SD-CLG-STATUS = '05'
003466         MOVE SD-TIMESTAMP   TO CLG-STAMP
003467         MOVE CMD-VERB       TO CLG-VERB
003468         MOVE CMD-USER       TO CLG-USER
003469         MOVE CMD-STAMP      TO CLG-SENT
003470         MOVE 'CC2STSDSP'    TO CLG-SOURCE
003471         MOVE CMD-JOBNBR     TO CLG-JOBNBR
003472         MOVE SD-REG-SUITE   TO CLG-SUITE
003473         MOVE SD-CMD-OUTCOME TO CLG-OUTCOME
003474         WRITE CLG-RECORD
003475         CLOSE CMDLOG-FILE
003476     END-IF.
003477
003478*----------------------------------------------------------------
003479* 3000-SHOW-HISTORY - LOAD THE LAST SD-HIST-MAX CC2RSLT ROWS
003480* FOR THE SELECTED TYPE AND HOLD THE HISTORY SCREEN UNTIL F12
003481* (OR F3 TO LEAVE THE PROGRAM ALTOGETHER).
003482*----------------------------------------------------------------
003483 3000-SHOW-HISTORY.
003490     PERFORM 3100-LOAD-HISTORY-TABLE
003500     PERFORM 3200-BUILD-HISTORY-SUBFILE
003510     MOVE 'N' TO SD-HIST-DONE-SW
004450     END-EVALUATE.
004460
004470*----------------------------------------------------------------
004480* 4000-SHOW-ALERTS - LOAD THE RECENT CC2ALRLOG ALERTS AND HOLD THE
004490* ALERT PANEL UNTIL F12 (OR F3 TO LEAVE THE PROGRAM ALTOGETHER).
004500*----------------------------------------------------------------
004510 4000-SHOW-ALERTS.
004520     MOVE SPACES TO SD-ALR-CMT
004530     MOVE SPACES TO SD-ALR-MSG
004540     PERFORM 4100-LOAD-ALERT-TABLE
004550     PERFORM 4200-BUILD-ALERT-SUBFILE
004560     MOVE 'N' TO SD-ALR-DONE-SW
004570     PERFORM 4300-PRESENT-ALERTS
004580         UNTIL SD-ALR-DONE OR SD-EXIT-REQUESTED.
004590
004600*----------------------------------------------------------------
004610* 4100-LOAD-ALERT-TABLE - ONE SEQUENTIAL PASS OVER CC2ALRLOG,
004620* NUMBERING THE ROWS AND KEEPING THE LAST SD-ALR-MAX. A MISSING
004630* OR EMPTY LOG SHOWS AN EMPTY PANEL - NO ALERTS RAISED.
004640*----------------------------------------------------------------
004650 4100-LOAD-ALERT-TABLE.
004660     MOVE ZERO TO SD-ALR-COUNT
004670     MOVE ZERO TO SD-ALR-ROW
004680     MOVE 'N' TO SD-EOF-SW
004690     OPEN INPUT ALERT-FILE
004700     IF SD-ALR-STATUS = '00'
004710         PERFORM 4110-READ-ALERT-ROW UNTIL SD-EOF
004720         CLOSE ALERT-FILE
004730     ELSE
004740         IF SD-ALR-STATUS = '05'
004750             CLOSE ALERT-FILE
004760         END-IF
004770     END-IF.
004780
004790 4110-READ-ALERT-ROW.
004800     READ ALERT-FILE
004810         AT END
004820             SET SD-EOF TO TRUE
004830         NOT AT END
004840             ADD 1 TO SD-ALR-ROW
004850             PERFORM 4120-POST-ALERT-ROW
004860     END-READ.
004870
004880 4120-POST-ALERT-ROW.
004890     IF SD-ALR-COUNT < SD-ALR-MAX
004900         ADD 1 TO SD-ALR-COUNT
004910     ELSE
004920         MOVE 1 TO SD-ALR-SUB
004930         PERFORM 4130-SHIFT-ALERT-ROW
004940             UNTIL SD-ALR-SUB >= SD-ALR-COUNT
004950     END-IF
004960     SET SD-ALR-IDX TO SD-ALR-COUNT
004970     MOVE SD-ALR-ROW       TO SD-A-ROW (SD-ALR-IDX)
004980     MOVE ALR-STAMP        TO SD-A-STAMP (SD-ALR-IDX)
004990     MOVE ALR-SEVERITY     TO SD-A-SEV (SD-ALR-IDX)
005000     MOVE ALR-KIND         TO SD-A-KIND (SD-ALR-IDX)
005010     MOVE ALR-KEY          TO SD-A-KEY (SD-ALR-IDX)
005020     MOVE ALR-ACK-USER     TO SD-A-ACK-USER (SD-ALR-IDX)
005030     MOVE ALR-ACK-STAMP    TO SD-A-ACK-STAMP (SD-ALR-IDX)
005040     MOVE ALR-ONCALL-STAMP TO SD-A-ONCALL (SD-ALR-IDX)
005050     MOVE 'N'              TO SD-A-PICK-SW (SD-ALR-IDX).
005060
005070 4130-SHIFT-ALERT-ROW.
005080     MOVE SD-ALR-ENTRY (SD-ALR-SUB + 1)
005090         TO SD-ALR-ENTRY (SD-ALR-SUB)
005100     ADD 1 TO SD-ALR-SUB.
005110
005120*----------------------------------------------------------------
005130* 4200-BUILD-ALERT-SUBFILE - CLEAR AND RELOAD THE ALERT SUBFILE,
005140* UNACKNOWLEDGED ALERTS FIRST (PASS ONE), THE ACKNOWLEDGED AFTER
005150* (PASS TWO), NEWEST AT THE TOP OF EACH.
005160*----------------------------------------------------------------
005170 4200-BUILD-ALERT-SUBFILE.
005180     MOVE B"1" TO SD-IND (52)
005190     WRITE ALRCTL-REC FORMAT IS 'ALRCTL'
005200         INDICATORS ARE SD-INDIC-AREA
005210     MOVE B"0" TO SD-IND (52)
005220     MOVE ZERO TO SD-RRN
005230     MOVE 1 TO SD-PASS-NBR
005240     PERFORM 4210-WRITE-ALERT-ROW
005250         VARYING SD-ALR-IDX FROM SD-ALR-COUNT BY -1
005260         UNTIL SD-ALR-IDX < 1
005270     MOVE 2 TO SD-PASS-NBR
005280     PERFORM 4210-WRITE-ALERT-ROW
005290         VARYING SD-ALR-IDX FROM SD-ALR-COUNT BY -1
005300         UNTIL SD-ALR-IDX < 1
005310     WRITE STSFTR-REC FORMAT IS 'ALRFTR'
005320         INDICATORS ARE SD-INDIC-AREA.
005330
005340 4210-WRITE-ALERT-ROW.
005350     IF (SD-PASS-NBR = 1
005360         AND SD-A-ACK-STAMP (SD-ALR-IDX) = SPACES)
005370         OR (SD-PASS-NBR = 2
005380         AND SD-A-ACK-STAMP (SD-ALR-IDX) NOT = SPACES)
005390         MOVE SPACE TO ALOPT
005400         MOVE SD-A-ROW (SD-ALR-IDX)       TO ALROW
005410         MOVE SD-A-STAMP (SD-ALR-IDX)     TO ALSTAMP
005420         MOVE SD-A-SEV (SD-ALR-IDX)       TO ALSEV
005430         MOVE SD-A-KIND (SD-ALR-IDX)      TO ALKIND
005440         MOVE SD-A-KEY (SD-ALR-IDX)       TO ALKEY
005450         MOVE SD-A-ACK-USER (SD-ALR-IDX)  TO ALACKBY
005460         MOVE SD-A-ACK-STAMP (SD-ALR-IDX) TO ALACKAT
005470         IF SD-A-ONCALL (SD-ALR-IDX) NOT = SPACES
005480             MOVE 'YES' TO ALONC
005490         ELSE
005500             MOVE SPACES TO ALONC
005510         END-IF
005520         ADD 1 TO SD-RRN
005530         WRITE SUBFILE ALRSFL-REC FORMAT IS 'ALRSFL'
005540             INDICATORS ARE SD-INDIC-AREA
005550     END-IF.
005560
005570*----------------------------------------------------------------
005580* 4300-PRESENT-ALERTS - PUT THE ALERT PANEL UP AND ACT ON THE
005590* KEY: F3 ENDS, F12 GOES BACK TO THE STATUS SCREEN, F5 RELOADS
005600* THE LOG, ENTER ACKNOWLEDGES THE ROWS MARKED 1.
005610*----------------------------------------------------------------
005620 4300-PRESENT-ALERTS.
005630     IF SD-RRN > ZERO
005640         MOVE B"1" TO SD-IND (50)
005650     ELSE
005660         MOVE B"0" TO SD-IND (50)
005670     END-IF
005680     MOVE B"1" TO SD-IND (51)
005690     MOVE SD-ALR-CMT TO ALCMT
005700     MOVE SD-ALR-MSG TO ALMSG
005710     WRITE ALRCTL-REC FORMAT IS 'ALRCTL'
005720         INDICATORS ARE SD-INDIC-AREA
005730     READ DISPLAY-FILE FORMAT IS 'ALRCTL'
005740     MOVE ALCMT TO SD-ALR-CMT
005750     MOVE SPACES TO SD-ALR-MSG
005760     EVALUATE SD-FKEY
005770         WHEN '03'
005780             SET SD-EXIT-REQUESTED TO TRUE
005790         WHEN '12'
005800             SET SD-ALR-DONE TO TRUE
005810             PERFORM 1100-LOAD-STATUS-TABLE
005820             PERFORM 1200-BUILD-STATUS-SUBFILE
005830         WHEN '05'
005840             PERFORM 4100-LOAD-ALERT-TABLE
005850             PERFORM 4200-BUILD-ALERT-SUBFILE
005860         WHEN OTHER
005870             PERFORM 4400-ACKNOWLEDGE-PICKED
005880     END-EVALUATE.
005890
005900*----------------------------------------------------------------
005910* 4400-ACKNOWLEDGE-PICKED - COLLECT THE ROWS MARKED 1 AND, IF A
005920* COMMENT IS KEYED, ACKNOWLEDGE THEM ALL IN ONE PASS OVER THE
005930* LOG. WITHOUT A COMMENT NOTHING IS ACKNOWLEDGED - THE HANDOVER
005940* REPORT SHOULD SAY WHAT WAS DONE ABOUT EACH ALERT. EITHER WAY
005950* THE PANEL IS RELOADED, CLEARING THE OPTIONS.
005960*----------------------------------------------------------------
005970 4400-ACKNOWLEDGE-PICKED.
005980     MOVE ZERO TO SD-PICK-COUNT
005990     MOVE 'N' TO SD-OPTS-DONE-SW
006000     PERFORM 4410-READ-PICKED-ROW
006010         UNTIL SD-OPTS-DONE
006020     IF SD-PICK-COUNT > ZERO
006030         IF SD-ALR-CMT = SPACES
006040             MOVE 'KEY A COMMENT, THEN TYPE 1 AGAIN - NOTHING '
006050                 & 'ACKNOWLEDGED' TO SD-ALR-MSG
006060         ELSE
006070             PERFORM 4500-WRITE-ACKNOWLEDGMENTS
006080         END-IF
006090         PERFORM 4100-LOAD-ALERT-TABLE
006100         PERFORM 4200-BUILD-ALERT-SUBFILE
006110     END-IF.
006120
006130 4410-READ-PICKED-ROW.
006140     READ SUBFILE DISPLAY-FILE NEXT MODIFIED RECORD
006150         FORMAT IS 'ALRSFL'
006160         AT END
006170             SET SD-OPTS-DONE TO TRUE
006180         NOT AT END
006190             IF ALOPT = '1'
006200                 PERFORM 4420-PICK-ALERT
006210             END-IF
006220     END-READ.
006230
006240 4420-PICK-ALERT.
006250     SET SD-ALR-IDX TO 1
006260     SEARCH SD-ALR-ENTRY
006270         AT END
006280             CONTINUE
006290         WHEN SD-A-ROW (SD-ALR-IDX) = ALROW
006300             IF NOT SD-A-PICKED (SD-ALR-IDX)
006310                 SET SD-A-PICKED (SD-ALR-IDX) TO TRUE
006320                 ADD 1 TO SD-PICK-COUNT
006330             END-IF
006340     END-SEARCH.
006350
006360*----------------------------------------------------------------
006370* 4500-WRITE-ACKNOWLEDGMENTS - READ CC2ALRLOG FOR UPDATE UP TO THE
006380* LAST ROW PICKED, STAMPING THE USER, TIME AND COMMENT ON EACH
006390* PICKED ROW STILL UNACKNOWLEDGED. A ROW IS ONLY TAKEN IF IT IS
006400* STILL THE ALERT THAT WAS SHOWN (SAME STAMP, KIND AND KEY), SO
006410* A LOG CLEARED UNDER THE PANEL IS NEVER ACKNOWLEDGED BLIND.
006420*----------------------------------------------------------------
006430 4500-WRITE-ACKNOWLEDGMENTS.
006440     ACCEPT SD-TS-DATE FROM DATE YYYYMMDD
006450     ACCEPT SD-TS-TIME FROM TIME
006460     MOVE ZERO TO SD-ACK-COUNT
006470     MOVE ZERO TO SD-ALR-ROW
006480     MOVE SD-PICK-COUNT TO SD-PICK-LEFT
006490     MOVE 'N' TO SD-EOF-SW
006500     OPEN I-O ALERT-FILE
006510     IF SD-ALR-STATUS = '00'
006520         PERFORM 4510-READ-ACK-ROW
006530             UNTIL SD-EOF OR SD-PICK-LEFT = ZERO
006540         CLOSE ALERT-FILE
006550         MOVE SD-ACK-COUNT TO SD-AM-ACKED
006560         COMPUTE SD-AM-STALE = SD-PICK-COUNT - SD-ACK-COUNT
006570         MOVE SD-ACK-MSG TO SD-ALR-MSG
006580         MOVE SPACES TO SD-ALR-CMT
006590     ELSE
006600         IF SD-ALR-STATUS = '05'
006610             CLOSE ALERT-FILE
006620         END-IF
006630         MOVE 'ALERT LOG CC2ALRLOG NOT AVAILABLE - NOTHING '
006640             & 'ACKNOWLEDGED' TO SD-ALR-MSG
006650         DISPLAY 'CC2STSDSP: ALERT LOG NOT OPENED FOR UPDATE, '
006660             'STATUS ' SD-ALR-STATUS UPON CONSOLE
006670     END-IF.
006680
006690 4510-READ-ACK-ROW.
006700     READ ALERT-FILE
006710         AT END
006720             SET SD-EOF TO TRUE
006730         NOT AT END
006740             ADD 1 TO SD-ALR-ROW
006750             PERFORM 4520-ACK-ALERT-ROW
006760     END-READ.
006770
006780 4520-ACK-ALERT-ROW.
006790     SET SD-ALR-IDX TO 1
006800     SEARCH SD-ALR-ENTRY
006810         AT END
006820             CONTINUE
006830         WHEN SD-A-ROW (SD-ALR-IDX) = SD-ALR-ROW
006840             IF SD-A-PICKED (SD-ALR-IDX)
006850                 SUBTRACT 1 FROM SD-PICK-LEFT
006860                 IF ALR-STAMP = SD-A-STAMP (SD-ALR-IDX)
006870                     AND ALR-KIND = SD-A-KIND (SD-ALR-IDX)
006880                     AND ALR-KEY = SD-A-KEY (SD-ALR-IDX)
006890                     AND ALR-UNACKNOWLEDGED
006900                     MOVE SD-JOBI-USER TO ALR-ACK-USER
006910                     MOVE SD-TIMESTAMP TO ALR-ACK-STAMP
006920                     MOVE SD-ALR-CMT   TO ALR-ACK-TEXT
006930                     REWRITE ALR-RECORD
006940                     IF SD-ALR-STATUS = '00'
006950                         ADD 1 TO SD-ACK-COUNT
006960                     END-IF
006970                 END-IF
006980             END-IF
006990     END-SEARCH.
007000
007010*----------------------------------------------------------------
007020* 8000-FINISH - CLOSE THE DISPLAY.
007030*----------------------------------------------------------------
007040 8000-FINISH.
007050     CLOSE DISPLAY-FILE.
007060
007070 9999-EXIT.
007080     GOBACK.
007090
