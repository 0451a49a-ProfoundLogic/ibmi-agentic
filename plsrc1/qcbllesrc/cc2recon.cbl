001150*                    RE-EXECUTED SECTION IS NOW INFORMATIONAL
001160*                    AND NO LONGER FAILS THE RECONCILIATION;
001170*                    NEVER-CALLED AND UNPLANNED STILL DO.
001172*   2026-10-15 OPS   SUITE '*STREAMS' RECONCILES A MULTI-STREAM
001174*                    RUN (CC2STRCRD): THE PLAN IS THE SUITES THE
001176*                    RUN PLANNED IN CC2STRUN, AND A NEW SECTION
001178*                    LISTS EVERY STREAM THAT DID NOT END - A
001180*                    STREAM THAT DIED IS AN EXCEPTION, NEVER A
001182*                    CLEAN RUN.
001184*   2026-10-15 OPS   CALLS MADE UNDER A FAULT-INJECTION DRILL
001186*                    (AUD-DRILL NOT BLANK) ARE LEFT OUT - A DRILL
001188*                    IN THE WINDOW NEITHER FILLS THE PLAN NOR
001190*                    COUNTS AS UNPLANNED.
001192*   2026-10-15 OPS   CONTROL CALLS ('*' TYPES, SUCH AS THE
001194*                    '*REGRESS' CALL CBLTSTDRV MAKES AT EVERY
001196*                    START) ARE LEFT OUT TOO - NO PLAN ROW NAMES
001198*                    THEM, SO THEY ARE NEVER UNPLANNED CALLS.
001200*--------------------------------------------------------------
001300* DESCRIPTION:
001400*   MATCHES EVERY ACTIVE CC2CTL CONTROL ROW AGAINST THE
002720*   CBLTSTDRV ACTUALLY SELECTED; LEFT OFF OR BLANK MEANS
002730*   *ALL. ROWS PARKED INACTIVE IN CC2CTL, AND ROWS OUTSIDE
002740*   THE NAMED SUITE, ARE NOT PART OF THE PLAN.
002750*
002760*   SUITE '*STREAMS' TAKES THE LATEST MULTI-STREAM RUN WHOSE RUN
002770*   STAMP FALLS IN THE WINDOW: ITS PLANNED SUITES MAKE UP THE
002780*   PLAN, AND EVERY STREAM WHOSE LAST CC2STRUN EVENT IS NOT ENDED
002790*   (CANCELLED, REFUSED, DIED, OR STILL LIVE) IS AN EXCEPTION. NO
002800*   MULTI-STREAM RUN IN THE WINDOW AT ALL IS AN EXCEPTION TOO.
002900*--------------------------------------------------------------
003000
003100 ENVIRONMENT DIVISION.
003700     SELECT OPTIONAL AUDIT-FILE ASSIGN TO CC2AUDLG
003800         ORGANIZATION IS SEQUENTIAL
003900         FILE STATUS IS REC-AUD-STATUS.
003910     SELECT OPTIONAL STREAM-FILE ASSIGN TO CC2STRUN
003920         ORGANIZATION IS SEQUENTIAL
003930         FILE STATUS IS REC-STR-STATUS.
004000     SELECT REPORT-FILE ASSIGN TO PRINTER-CC2RECON
004100         ORGANIZATION IS SEQUENTIAL.
004200
004700
004800 FD  AUDIT-FILE.
004900     COPY "audrec".
004910 FD  STREAM-FILE.
004920     COPY "strrec".
005000
005100 FD  REPORT-FILE.
005200 01  REPORT-LINE                 PIC X(80).
005400 WORKING-STORAGE SECTION.
005500 77  REC-CTL-STATUS              PIC X(02).
005600 77  REC-AUD-STATUS              PIC X(02).
005610 77  REC-STR-STATUS              PIC X(02).
005700 77  REC-EOF-SW                  PIC X(01) VALUE 'N'.
005800     88  REC-EOF                             VALUE 'Y'.
005900 77  REC-FOUND-SW                PIC X(01) VALUE 'N'.
006520*--- CBLTSTDRV WAS ASKED TO RUN, OR EVERY OTHER SUITE'S ROWS
006530*--- WOULD FALSELY COME OUT AS NEVER CALLED.
006540 77  REC-SUITE-SELECT            PIC X(10) VALUE '*ALL'.
006542     88  REC-MULTI-STREAM                    VALUE '*STREAMS'.
006544
006546*--- A MULTI-STREAM RUN: ITS STAMP, THE SUITES IT PLANNED, AND
006548*--- THE LAST EVENT EACH OF ITS STREAMS LOGGED.
006550 77  REC-RUN-STAMP               PIC X(14) VALUE SPACES.
006552 77  REC-STRM-MAX                PIC S9(04) BINARY VALUE 50.
006554 01  REC-PS-COUNT                PIC S9(04) BINARY VALUE ZERO.
006556 01  REC-PS-TABLE.
006558     03  REC-PS-ENTRY OCCURS 1 TO 50 TIMES
006560             DEPENDING ON REC-PS-COUNT
006562             INDEXED BY REC-PS-IDX.
006564         05  REC-PS-SUITE        PIC X(10).
006566 01  REC-STRM-COUNT              PIC S9(04) BINARY VALUE ZERO.
006568 01  REC-STRM-TABLE.
006570     03  REC-STRM-ENTRY OCCURS 1 TO 50 TIMES
006572             DEPENDING ON REC-STRM-COUNT
006574             INDEXED BY REC-STRM-IDX.
006576         05  REC-S-STREAM        PIC X(10).
006578         05  REC-S-STATE         PIC X(10).
006580
006600 01  REC-WINDOW-FROM             PIC X(14) VALUE SPACES.
006700 01  REC-WINDOW-TO               PIC X(14) VALUE SPACES.
006800 01  REC-TODAY-DATE              PIC 9(08).
010320 01  REC-SUITE-LINE.
010330     05  FILLER                  PIC X(14) VALUE 'SUITE:'.
010340     05  REC-W-SUITE             PIC X(10).
010350 01  REC-RUN-LINE.
010360     05  FILLER                  PIC X(14) VALUE 'RUN STAMP:'.
010370     05  REC-W-RUN               PIC X(14).
010400
010500 01  REC-SECTION-LINE-1.
010600     05  FILLER                  PIC X(30)
011300 01  REC-SECTION-LINE-3.
011400     05  FILLER                  PIC X(30)
011500             VALUE '** UNPLANNED CALLS **'.
011505 01  REC-SECTION-LINE-4.
011510     05  FILLER                  PIC X(30)
011515             VALUE '** STREAMS NOT COMPLETED **'.
011520
011525 01  REC-STREAM-COLUMN-LINE.
011530     05  FILLER                  PIC X(12)  VALUE 'STREAM'.
011535     05  FILLER                  PIC X(10)  VALUE 'STATE'.
011540
011545 01  REC-STREAM-LINE.
011550     05  REC-SL-STREAM           PIC X(10).
011555     05  FILLER                  PIC X(02)  VALUE SPACES.
011560     05  REC-SL-STATE            PIC X(10).
011565
011570 01  REC-NO-RUN-LINE.
011575     05  FILLER                  PIC X(40)
011580             VALUE '   (NO MULTI-STREAM RUN IN THE WINDOW)'.
011600
011700 01  REC-COLUMN-LINE.
011800     05  FILLER                  PIC X(12)  VALUE 'LK-TYPE'.
016700     WRITE REPORT-LINE
016710     MOVE REC-SUITE-SELECT TO REC-W-SUITE
016720     MOVE REC-SUITE-LINE TO REPORT-LINE
016730     WRITE REPORT-LINE
016740     IF REC-MULTI-STREAM
016750         PERFORM 1500-LOAD-STREAM-RUN
016760         MOVE REC-RUN-STAMP TO REC-W-RUN
016770         MOVE REC-RUN-LINE TO REPORT-LINE
016780         WRITE REPORT-LINE
016790     END-IF.
016800
016900 1100-RESOLVE-WINDOW.
016910     IF NUMBER-OF-CALL-PARAMETERS > 2
018300             MOVE REC-TODAY-DATE TO REC-WINDOW-TO (1:8)
018400             MOVE '235959' TO REC-WINDOW-TO (9:6)
018500     END-EVALUATE.
018501
018502*----------------------------------------------------------------
018503* 1500-LOAD-STREAM-RUN - FIND THE LATEST MULTI-STREAM RUN STAMPED
018504* INSIDE THE WINDOW (ITS PLANNED ROWS CARRY THE RUN STAMP), THEN
018505* TAKE ITS PLANNED SUITES AND EACH STREAM'S LAST EVENT.
018506*----------------------------------------------------------------
018507 1500-LOAD-STREAM-RUN.
018508     MOVE 'N' TO REC-EOF-SW
018509     OPEN INPUT STREAM-FILE
018510     IF REC-STR-STATUS = '00'
018511         PERFORM 1510-FIND-RUN-STAMP UNTIL REC-EOF
018512         CLOSE STREAM-FILE
018513     ELSE
018514         IF REC-STR-STATUS = '05'
018515             CLOSE STREAM-FILE
018516         END-IF
018517     END-IF
018518     IF REC-RUN-STAMP NOT = SPACES
018519         MOVE 'N' TO REC-EOF-SW
018520         OPEN INPUT STREAM-FILE
018521         IF REC-STR-STATUS = '00'
018522             PERFORM 1520-LOAD-STREAM-ROW UNTIL REC-EOF
018523             CLOSE STREAM-FILE
018524         END-IF
018525     END-IF.
018526
018527 1510-FIND-RUN-STAMP.
018528     READ STREAM-FILE
018529         AT END
018530             SET REC-EOF TO TRUE
018531         NOT AT END
018532             IF STR-PLANNED
018533                 AND STR-RUNSTAMP NOT < REC-WINDOW-FROM
018534                 AND STR-RUNSTAMP NOT > REC-WINDOW-TO
018535                 AND STR-RUNSTAMP > REC-RUN-STAMP
018536                 MOVE STR-RUNSTAMP TO REC-RUN-STAMP
018537             END-IF
018538     END-READ.
018539
018540 1520-LOAD-STREAM-ROW.
018541     READ STREAM-FILE
018542         AT END
018543             SET REC-EOF TO TRUE
018544         NOT AT END
018545             IF STR-RUNSTAMP = REC-RUN-STAMP
018546                 AND NOT STR-SUITE-TOTAL
018547                 PERFORM 1530-POST-STREAM-ROW
018548             END-IF
018549     END-READ.
018550
018551*--- A PLANNED ROW ADDS ITS SUITE TO THE PLAN AND ITS STREAM TO
018552*--- THE WATCH LIST; ANY LATER EVENT BECOMES THE STREAM'S STATE.
018553 1530-POST-STREAM-ROW.
018554     IF STR-PLANNED
018555         IF REC-PS-COUNT < REC-STRM-MAX
018556             ADD 1 TO REC-PS-COUNT
018557             MOVE STR-SUITE TO REC-PS-SUITE (REC-PS-COUNT)
018558         ELSE
018559             DISPLAY 'CC2RECON: SUITE TABLE FULL, SUITE '
018560                 'DROPPED: ' STR-SUITE UPON CONSOLE
018561             ADD 1 TO REC-EXCEPTION-COUNT
018562         END-IF
018563     END-IF
018564     MOVE 'N' TO REC-FOUND-SW
018565     IF REC-STRM-COUNT > ZERO
018566         SET REC-STRM-IDX TO 1
018567         SEARCH REC-STRM-ENTRY
018568             AT END
018569                 CONTINUE
018570             WHEN REC-S-STREAM (REC-STRM-IDX) = STR-STREAM
018571                 SET REC-FOUND TO TRUE
018572         END-SEARCH
018573     END-IF
018574     IF NOT REC-FOUND
018575         IF REC-STRM-COUNT < REC-STRM-MAX
018576             ADD 1 TO REC-STRM-COUNT
018577             SET REC-STRM-IDX TO REC-STRM-COUNT
018578             MOVE STR-STREAM TO REC-S-STREAM (REC-STRM-IDX)
018579             MOVE 'PLANNED' TO REC-S-STATE (REC-STRM-IDX)
018580             SET REC-FOUND TO TRUE
018581         ELSE
018582             DISPLAY 'CC2RECON: STREAM TABLE FULL, STREAM '
018583                 'DROPPED: ' STR-STREAM UPON CONSOLE
018584             ADD 1 TO REC-EXCEPTION-COUNT
018585         END-IF
018586     END-IF
018587     IF REC-FOUND AND NOT STR-PLANNED
018588         MOVE STR-EVENT TO REC-S-STATE (REC-STRM-IDX)
018589     END-IF.
018600
018700*----------------------------------------------------------------
018800* 2000-LOAD-PLAN-TABLE - ONE PLAN ENTRY PER DISTINCT ACTIVE
020600             SET REC-EOF TO TRUE
020700         NOT AT END
020800             IF NOT TC-INACTIVE
020810                 IF REC-MULTI-STREAM
020815                     PERFORM 2150-CHECK-PLANNED-SUITE
020820                 ELSE
020825                     IF REC-SUITE-SELECT = '*ALL'
020830                         OR TC-SUITE = REC-SUITE-SELECT
020835                         SET REC-FOUND TO TRUE
020840                     ELSE
020845                         MOVE 'N' TO REC-FOUND-SW
020850                     END-IF
020855                 END-IF
020860                 IF REC-FOUND
020900                     PERFORM 2200-POST-PLAN-TYPE
020950                 END-IF
021000             END-IF
021100     END-READ.
021105*--- IS THIS CONTROL ROW'S SUITE ONE THE MULTI-STREAM RUN PLANNED?
021110 2150-CHECK-PLANNED-SUITE.
021115     MOVE 'N' TO REC-FOUND-SW
021120     IF REC-PS-COUNT > ZERO
021125         SET REC-PS-IDX TO 1
021130         SEARCH REC-PS-ENTRY
021135             AT END
021140                 CONTINUE
021145             WHEN REC-PS-SUITE (REC-PS-IDX) = TC-SUITE
021150                 SET REC-FOUND TO TRUE
021155         END-SEARCH
021160     END-IF.
021200
021300 2200-POST-PLAN-TYPE.
021400     MOVE 'N' TO REC-FOUND-SW
026000         NOT AT END
026100             IF AUD-TIMESTAMP NOT < REC-WINDOW-FROM
026200                 AND AUD-TIMESTAMP NOT > REC-WINDOW-TO
026210                 AND AUD-DRILL = SPACES
026220                 AND AUD-TYPE (1:1) NOT = '*'
026300                 PERFORM 3200-POST-AUDIT-TYPE
026400             END-IF
026500     END-READ.
031000*----------------------------------------------------------------
031100* 4000-PRINT-RECONCILIATION - THE THREE EXCEPTION SECTIONS AND
031200* THE VERDICT. ANY EXCEPTION AT ALL MEANS NOT RECONCILED.
031210* A MULTI-STREAM RUN ADDS THE STREAMS-NOT-COMPLETED SECTION.
031300*----------------------------------------------------------------
031400 4000-PRINT-RECONCILIATION.
031500     MOVE SPACES TO REPORT-LINE
034500         VARYING REC-UNPL-IDX FROM 1 BY 1
034600         UNTIL REC-UNPL-IDX > REC-UNPL-COUNT
034700     PERFORM 4900-PRINT-NONE-IF-EMPTY
034710     IF REC-MULTI-STREAM
034720         PERFORM 4400-PRINT-STREAM-SECTION
034730     END-IF
034800     MOVE SPACES TO REPORT-LINE
034900     WRITE REPORT-LINE
035000     IF REC-EXCEPTION-COUNT = ZERO
038300     WRITE REPORT-LINE
038400     ADD 1 TO REC-SECTION-COUNT
038500     ADD 1 TO REC-EXCEPTION-COUNT.
038501
038502*----------------------------------------------------------------
038504* 4400-PRINT-STREAM-SECTION - EVERY STREAM OF THE MULTI-STREAM RUN
038506* THAT DID NOT END, EACH ONE AN EXCEPTION. A WINDOW WITH NO
038508* MULTI-STREAM RUN IN IT CANNOT RECONCILE EITHER.
038510*----------------------------------------------------------------
038512 4400-PRINT-STREAM-SECTION.
038514     MOVE SPACES TO REPORT-LINE
038516     WRITE REPORT-LINE
038518     MOVE REC-SECTION-LINE-4 TO REPORT-LINE
038520     WRITE REPORT-LINE
038522     MOVE REC-STREAM-COLUMN-LINE TO REPORT-LINE
038524     WRITE REPORT-LINE
038526     MOVE ZERO TO REC-SECTION-COUNT
038528     IF REC-RUN-STAMP = SPACES
038530         MOVE REC-NO-RUN-LINE TO REPORT-LINE
038532         WRITE REPORT-LINE
038534         ADD 1 TO REC-SECTION-COUNT
038536         ADD 1 TO REC-EXCEPTION-COUNT
038538     ELSE
038540         PERFORM 4410-PRINT-STREAM
038542             VARYING REC-STRM-IDX FROM 1 BY 1
038544             UNTIL REC-STRM-IDX > REC-STRM-COUNT
038546     END-IF
038548     PERFORM 4900-PRINT-NONE-IF-EMPTY.
038550
038552 4410-PRINT-STREAM.
038554     IF REC-S-STATE (REC-STRM-IDX) NOT = 'ENDED'
038556         MOVE REC-S-STREAM (REC-STRM-IDX) TO REC-SL-STREAM
038558         MOVE REC-S-STATE (REC-STRM-IDX) TO REC-SL-STATE
038560         MOVE REC-STREAM-LINE TO REPORT-LINE
038562         WRITE REPORT-LINE
038564         ADD 1 TO REC-SECTION-COUNT
038566         ADD 1 TO REC-EXCEPTION-COUNT
038568     END-IF.
038600
038700 4500-PRINT-PLAN-DETAIL.
038800     MOVE REC-P-TYPE (REC-PLAN-IDX) TO REC-D-TYPE
