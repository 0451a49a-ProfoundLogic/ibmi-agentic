000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    CC2CFGCMP.
000300 AUTHOR.        OPERATIONS SUPPORT.
000400 INSTALLATION.  PLSRC1.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*   DATE       INIT  DESCRIPTION
001000*   2026-10-15 OPS   INITIAL VERSION - ROW-BY-ROW COMPARISON
001100*                    OF THE CONFIGURATION BEHIND TWO RUNS.
001200*--------------------------------------------------------------
001300* DESCRIPTION:
001400*   COMPARES THE CC2CFGSNP SNAPSHOTS (COPYBOOK SNPREC) OF TWO
001500*   RUN STAMPS, SO A SCENARIO CC2DLTRPT SHOWS FLIPPING BETWEEN
001600*   TWO RUNS CAN BE PUT DOWN TO A TEST-DATA CHANGE OR TO
001700*   CBLCALLP1 ITSELF:
001800*     CALL CC2CFGCMP PARM('older-stamp' 'newer-stamp')
001900*   WITH NO PARAMETERS THE LATEST SNAPSHOT IS COMPARED WITH THE
002000*   ONE BEFORE IT; WITH ONLY THE FIRST, THAT RUN IS COMPARED
002100*   WITH THE LATEST.
002200*
002300*   ONE SECTION EACH FOR THE TSTCASE DISPATCH ROWS, THE
002400*   CC2PAYLD PAYLOAD ROWS AND THE CC2WAIVR WAIVERS, LISTING
002500*   EVERY ROW ADDED, REMOVED OR CHANGED WITH ITS OLD AND NEW
002600*   ROW IMAGES. A WAIVER THAT EXPIRED BETWEEN THE TWO RUNS
002700*   SHOWS AS REMOVED - THE SNAPSHOT ONLY HOLDS WAIVERS IN FORCE
002800*   ON THE RUN DATE. ENDS WITH RETURN CODE 4 WHEN ANY ROW
002900*   DIFFERS AND 8 WHEN EITHER RUN HAS NO SNAPSHOT.
003000*--------------------------------------------------------------
003100
003200 ENVIRONMENT DIVISION.
003300 INPUT-OUTPUT SECTION.
003400 FILE-CONTROL.
003500     SELECT OPTIONAL SNAPSHOT-FILE ASSIGN TO CC2CFGSNP
003600         ORGANIZATION IS SEQUENTIAL
003700         FILE STATUS IS CMP-SNP-STATUS.
003800     SELECT REPORT-FILE ASSIGN TO PRINTER-CC2CFGCMP
003900         ORGANIZATION IS SEQUENTIAL.
004000
004100 DATA DIVISION.
004200 FILE SECTION.
004300 FD  SNAPSHOT-FILE.
004400     COPY "snprec".
004500
004600 FD  REPORT-FILE.
004700 01  REPORT-LINE                 PIC X(80).
004800
004900 WORKING-STORAGE SECTION.
005000 77  CMP-SNP-STATUS              PIC X(02).
005100 77  CMP-EOF-SW                  PIC X(01) VALUE 'N'.
005200     88  CMP-EOF                             VALUE 'Y'.
005300 77  CMP-FOUND-SW                PIC X(01) VALUE 'N'.
005400     88  CMP-FOUND                           VALUE 'Y'.
005500 77  CMP-OLD-HDR-SW              PIC X(01) VALUE 'N'.
005600     88  CMP-OLD-HDR-FOUND                   VALUE 'Y'.
005700 77  CMP-NEW-HDR-SW              PIC X(01) VALUE 'N'.
005800     88  CMP-NEW-HDR-FOUND                   VALUE 'Y'.
005900 77  CMP-ROW-MAX                 PIC S9(04) BINARY VALUE 2000.
006000 77  CMP-LATEST-STAMP            PIC X(14) VALUE SPACES.
006100 77  CMP-PREVIOUS-STAMP          PIC X(14) VALUE SPACES.
006200 77  CMP-OLD-STAMP               PIC X(14) VALUE SPACES.
006300 77  CMP-NEW-STAMP               PIC X(14) VALUE SPACES.
006400 77  CMP-KIND                    PIC X(08) VALUE SPACES.
006500 77  CMP-ADDED-COUNT             PIC S9(07) BINARY VALUE ZERO.
006600 77  CMP-CHANGED-COUNT           PIC S9(07) BINARY VALUE ZERO.
006700 77  CMP-REMOVED-COUNT           PIC S9(07) BINARY VALUE ZERO.
006800 77  CMP-DIFF-COUNT              PIC S9(07) BINARY VALUE ZERO.
006900
007000*--- THE TWO SNAPSHOTS, ONE ENTRY PER ROW. AN OLDER ROW IS
007100*--- MARKED WHEN A NEWER ROW OF THE SAME KIND AND KEY TAKES IT;
007200*--- WHAT IS LEFT UNMARKED WAS REMOVED.
007300 01  CMP-OLD-COUNT               PIC S9(04) BINARY VALUE ZERO.
007400 01  CMP-OLD-TABLE.
007500     03  CMP-OLD-ENTRY OCCURS 1 TO 2000 TIMES
007600             DEPENDING ON CMP-OLD-COUNT
007700             INDEXED BY CMP-OLD-IDX.
007800         05  CMP-O-KIND          PIC X(08).
007900         05  CMP-O-KEY           PIC X(60).
008000         05  CMP-O-IMAGE         PIC X(80).
008100         05  CMP-O-MATCHED       PIC X(01).
008200             88  CMP-O-IS-MATCHED            VALUE 'Y'.
008300 01  CMP-NEW-COUNT               PIC S9(04) BINARY VALUE ZERO.
008400 01  CMP-NEW-TABLE.
008500     03  CMP-NEW-ENTRY OCCURS 1 TO 2000 TIMES
008600             DEPENDING ON CMP-NEW-COUNT
008700             INDEXED BY CMP-NEW-IDX.
008800         05  CMP-N-KIND          PIC X(08).
008900         05  CMP-N-KEY           PIC X(60).
009000         05  CMP-N-IMAGE         PIC X(80).
009100
009200*--- THE HEADER ROW COUNTS OF EACH SIDE.
009300 01  CMP-OLD-HEADER.
009400     03  CMP-OH-TC               PIC S9(07).
009500     03  CMP-OH-PAY              PIC S9(07).
009600     03  CMP-OH-WVR              PIC S9(07).
009700 01  CMP-NEW-HEADER.
009800     03  CMP-NH-TC               PIC S9(07).
009900     03  CMP-NH-PAY              PIC S9(07).
010000     03  CMP-NH-WVR              PIC S9(07).
010100
010200 01  CMP-HEADING-1.
010300     05  FILLER                  PIC X(20)
010400             VALUE 'CC2CFGCMP '.
010500     05  FILLER                  PIC X(40)
010600             VALUE 'RUN CONFIGURATION COMPARISON'.
010700
010800 01  CMP-RUN-LINE.
010900     05  CMP-RL-LABEL            PIC X(11).
011000     05  CMP-RL-STAMP            PIC X(14).
011100     05  FILLER                  PIC X(11)  VALUE '  TSTCASE: '.
011200     05  CMP-RL-TC               PIC ZZZ9.
011300     05  FILLER                  PIC X(11)  VALUE ' PAYLOADS: '.
011400     05  CMP-RL-PAY              PIC ZZZ9.
011500     05  FILLER                  PIC X(10)  VALUE ' WAIVERS: '.
011600     05  CMP-RL-WVR              PIC ZZZ9.
011700
011800 01  CMP-SECTION-LINE.
011900     05  CMP-SL-TEXT             PIC X(40).
012000
012100 01  CMP-COLUMN-LINE.
012200     05  FILLER                  PIC X(10)  VALUE 'CHANGE'.
012300     05  FILLER                  PIC X(60)  VALUE 'KEY'.
012400
012500 01  CMP-DETAIL-LINE.
012600     05  CMP-D-ACTION            PIC X(08).
012700     05  FILLER                  PIC X(02)  VALUE SPACES.
012800     05  CMP-D-KEY               PIC X(60).
012900
013000 01  CMP-IMAGE-LINE.
013100     05  CMP-I-LABEL             PIC X(05).
013200     05  CMP-I-IMAGE             PIC X(75).
013300
013400 01  CMP-COUNT-LINE.
013500     05  FILLER                  PIC X(10)  VALUE '   ADDED: '.
013600     05  CMP-C-ADDED             PIC ZZZ,ZZ9.
013700     05  FILLER                  PIC X(11)  VALUE '  CHANGED: '.
013800     05  CMP-C-CHANGED           PIC ZZZ,ZZ9.
013900     05  FILLER                  PIC X(11)  VALUE '  REMOVED: '.
014000     05  CMP-C-REMOVED           PIC ZZZ,ZZ9.
014100
014200 01  CMP-TOTAL-LINE.
014300     05  FILLER                  PIC X(32)
014400             VALUE 'CONFIGURATION ROWS DIFFERING:'.
014500     05  CMP-T-DIFF              PIC ZZZ,ZZ9.
014600
014700 01  CMP-NONE-LINE.
014800     05  FILLER                  PIC X(10)  VALUE '   (NONE)'.
014900
015000 01  CMP-NOTE-LINE.
015100     05  CMP-N-TEXT              PIC X(40).
015200     05  CMP-N-STAMP             PIC X(14).
015300
015400 LINKAGE SECTION.
015500*--- RUN PARAMETERS: THE OLDER AND NEWER RUN STAMPS. EITHER LEFT
015600*--- OFF OR BLANK TAKES ITS DEFAULT (SEE DESCRIPTION).
015700 01  CMP-OLD-PARM                PIC X(14).
015800 01  CMP-NEW-PARM                PIC X(14).
015900
016000 PROCEDURE DIVISION USING CMP-OLD-PARM, CMP-NEW-PARM.
016100
016200 0000-MAINLINE.
016300     PERFORM 1000-INITIALIZE
016400     IF CMP-OLD-HDR-FOUND AND CMP-NEW-HDR-FOUND
016500         PERFORM 4000-PRINT-SECTIONS
016600     END-IF
016700     PERFORM 8000-FINISH
016800     GO TO 9999-EXIT.
016900
017000*----------------------------------------------------------------
017100* 1000-INITIALIZE - OPEN THE REPORT, SETTLE WHICH TWO RUN STAMPS
017200* ARE COMPARED, LOAD BOTH SNAPSHOTS AND PRINT THE RUN LINES.
017300*----------------------------------------------------------------
017400 1000-INITIALIZE.
017500     OPEN OUTPUT REPORT-FILE
017600     MOVE CMP-HEADING-1 TO REPORT-LINE
017700     WRITE REPORT-LINE
017800     PERFORM 2000-SCAN-SNAPSHOTS
017900     MOVE CMP-PREVIOUS-STAMP TO CMP-OLD-STAMP
018000     MOVE CMP-LATEST-STAMP TO CMP-NEW-STAMP
018100     IF NUMBER-OF-CALL-PARAMETERS > 0
018200         IF CMP-OLD-PARM NOT = SPACES
018300             MOVE CMP-OLD-PARM TO CMP-OLD-STAMP
018400         END-IF
018500     END-IF
018600     IF NUMBER-OF-CALL-PARAMETERS > 1
018700         IF CMP-NEW-PARM NOT = SPACES
018800             MOVE CMP-NEW-PARM TO CMP-NEW-STAMP
018900         END-IF
019000     END-IF
019100     PERFORM 3000-LOAD-SNAPSHOTS
019200     MOVE 'OLDER RUN:' TO CMP-RL-LABEL
019300     MOVE CMP-OLD-STAMP TO CMP-RL-STAMP
019400     MOVE CMP-OH-TC TO CMP-RL-TC
019500     MOVE CMP-OH-PAY TO CMP-RL-PAY
019600     MOVE CMP-OH-WVR TO CMP-RL-WVR
019700     MOVE CMP-RUN-LINE TO REPORT-LINE
019800     WRITE REPORT-LINE
019900     MOVE 'NEWER RUN:' TO CMP-RL-LABEL
020000     MOVE CMP-NEW-STAMP TO CMP-RL-STAMP
020100     MOVE CMP-NH-TC TO CMP-RL-TC
020200     MOVE CMP-NH-PAY TO CMP-RL-PAY
020300     MOVE CMP-NH-WVR TO CMP-RL-WVR
020400     MOVE CMP-RUN-LINE TO REPORT-LINE
020500     WRITE REPORT-LINE
020600     IF NOT CMP-OLD-HDR-FOUND
020700         MOVE CMP-OLD-STAMP TO CMP-N-STAMP
020800         PERFORM 1100-PRINT-NO-SNAPSHOT
020900     END-IF
021000     IF NOT CMP-NEW-HDR-FOUND
021100         MOVE CMP-NEW-STAMP TO CMP-N-STAMP
021200         PERFORM 1100-PRINT-NO-SNAPSHOT
021300     END-IF.
021400
021500 1100-PRINT-NO-SNAPSHOT.
021600     MOVE SPACES TO REPORT-LINE
021700     WRITE REPORT-LINE
021800     MOVE '** NO CONFIGURATION SNAPSHOT FOR RUN' TO CMP-N-TEXT
021900     MOVE CMP-NOTE-LINE TO REPORT-LINE
022000     WRITE REPORT-LINE
022100     MOVE 8 TO RETURN-CODE.
022200
022300*----------------------------------------------------------------
022400* 2000-SCAN-SNAPSHOTS - PASS ONE: THE TWO HIGHEST RUN STAMPS
022500* WITH A FINISHED (HEADED) SNAPSHOT.
022600*----------------------------------------------------------------
022700 2000-SCAN-SNAPSHOTS.
022800     MOVE 'N' TO CMP-EOF-SW
022900     OPEN INPUT SNAPSHOT-FILE
023000     IF CMP-SNP-STATUS = '00'
023100         PERFORM 2100-SCAN-ONE-RECORD UNTIL CMP-EOF
023200         CLOSE SNAPSHOT-FILE
023300     ELSE
023400         IF CMP-SNP-STATUS = '05'
023500             CLOSE SNAPSHOT-FILE
023600         END-IF
023700     END-IF.
023800
023900 2100-SCAN-ONE-RECORD.
024000     READ SNAPSHOT-FILE
024100         AT END
024200             SET CMP-EOF TO TRUE
024300         NOT AT END
024400             IF SNP-HEADER
024500                 IF SNP-RUNSTAMP > CMP-LATEST-STAMP
024600                     MOVE CMP-LATEST-STAMP TO CMP-PREVIOUS-STAMP
024700                     MOVE SNP-RUNSTAMP TO CMP-LATEST-STAMP
024800                 ELSE
024900                     IF SNP-RUNSTAMP < CMP-LATEST-STAMP
025000                         AND SNP-RUNSTAMP > CMP-PREVIOUS-STAMP
025100                         MOVE SNP-RUNSTAMP TO CMP-PREVIOUS-STAMP
025200                     END-IF
025300                 END-IF
025400             END-IF
025500     END-READ.
025600
025700*----------------------------------------------------------------
025800* 3000-LOAD-SNAPSHOTS - PASS TWO: THE ROWS OF BOTH RUN STAMPS
025900* INTO THEIR TABLES, AND THE COUNTS FROM THEIR HEADER ROWS.
026000*----------------------------------------------------------------
026100 3000-LOAD-SNAPSHOTS.
026200     MOVE ZERO TO CMP-OLD-HEADER
026300     MOVE ZERO TO CMP-NEW-HEADER
026400     MOVE 'N' TO CMP-EOF-SW
026500     OPEN INPUT SNAPSHOT-FILE
026600     IF CMP-SNP-STATUS = '00'
026700         PERFORM 3100-LOAD-ONE-RECORD UNTIL CMP-EOF
026800         CLOSE SNAPSHOT-FILE
026900     ELSE
027000         IF CMP-SNP-STATUS = '05'
027100             CLOSE SNAPSHOT-FILE
027200         END-IF
027300     END-IF.
027400
027500 3100-LOAD-ONE-RECORD.
027600     READ SNAPSHOT-FILE
027700         AT END
027800             SET CMP-EOF TO TRUE
027900         NOT AT END
028000             IF SNP-RUNSTAMP = CMP-OLD-STAMP
028100                 PERFORM 3200-LOAD-OLD-ROW
028200             END-IF
028300             IF SNP-RUNSTAMP = CMP-NEW-STAMP
028400                 PERFORM 3300-LOAD-NEW-ROW
028500             END-IF
028600     END-READ.
028700
028800 3200-LOAD-OLD-ROW.
028900     IF SNP-HEADER
029000         SET CMP-OLD-HDR-FOUND TO TRUE
029100         MOVE SNP-HDR-TCCOUNT TO CMP-OH-TC
029200         MOVE SNP-HDR-PAYCOUNT TO CMP-OH-PAY
029300         MOVE SNP-HDR-WVRCOUNT TO CMP-OH-WVR
029400     ELSE
029500         IF CMP-OLD-COUNT < CMP-ROW-MAX
029600             ADD 1 TO CMP-OLD-COUNT
029700             SET CMP-OLD-IDX TO CMP-OLD-COUNT
029800             MOVE SNP-KIND TO CMP-O-KIND (CMP-OLD-IDX)
029900             MOVE SNP-KEY TO CMP-O-KEY (CMP-OLD-IDX)
030000             MOVE SNP-IMAGE TO CMP-O-IMAGE (CMP-OLD-IDX)
030100             MOVE 'N' TO CMP-O-MATCHED (CMP-OLD-IDX)
030200         ELSE
030300             DISPLAY 'CC2CFGCMP: OLDER TABLE FULL, ROW '
030400                 'DROPPED: ' SNP-KIND ' ' SNP-KEY-LKTYPE
030500                 UPON CONSOLE
030600         END-IF
030700     END-IF.
030800
030900 3300-LOAD-NEW-ROW.
031000     IF SNP-HEADER
031100         SET CMP-NEW-HDR-FOUND TO TRUE
031200         MOVE SNP-HDR-TCCOUNT TO CMP-NH-TC
031300         MOVE SNP-HDR-PAYCOUNT TO CMP-NH-PAY
031400         MOVE SNP-HDR-WVRCOUNT TO CMP-NH-WVR
031500     ELSE
031600         IF CMP-NEW-COUNT < CMP-ROW-MAX
031700             ADD 1 TO CMP-NEW-COUNT
031800             SET CMP-NEW-IDX TO CMP-NEW-COUNT
031900             MOVE SNP-KIND TO CMP-N-KIND (CMP-NEW-IDX)
032000             MOVE SNP-KEY TO CMP-N-KEY (CMP-NEW-IDX)
032100             MOVE SNP-IMAGE TO CMP-N-IMAGE (CMP-NEW-IDX)
032200         ELSE
032300             DISPLAY 'CC2CFGCMP: NEWER TABLE FULL, ROW '
032400                 'DROPPED: ' SNP-KIND ' ' SNP-KEY-LKTYPE
032500                 UPON CONSOLE
032600         END-IF
032700     END-IF.
032800
032900*----------------------------------------------------------------
033000* 4000-PRINT-SECTIONS - ONE SECTION PER KIND OF CONFIGURATION
033100* ROW, THEN THE GRAND TOTAL.
033200*----------------------------------------------------------------
033300 4000-PRINT-SECTIONS.
033400     MOVE 'TSTCASE' TO CMP-KIND
033500     MOVE '** TSTCASE DISPATCH ROWS **' TO CMP-SL-TEXT
033600     PERFORM 4100-PRINT-KIND-SECTION
033700     MOVE 'CC2PAYLD' TO CMP-KIND
033800     MOVE '** CC2PAYLD PAYLOAD ROWS **' TO CMP-SL-TEXT
033900     PERFORM 4100-PRINT-KIND-SECTION
034000     MOVE 'CC2WAIVR' TO CMP-KIND
034100     MOVE '** CC2WAIVR WAIVERS IN FORCE **' TO CMP-SL-TEXT
034200     PERFORM 4100-PRINT-KIND-SECTION
034300     MOVE SPACES TO REPORT-LINE
034400     WRITE REPORT-LINE
034500     MOVE CMP-DIFF-COUNT TO CMP-T-DIFF
034600     MOVE CMP-TOTAL-LINE TO REPORT-LINE
034700     WRITE REPORT-LINE
034800     IF CMP-DIFF-COUNT > ZERO
034900         MOVE 4 TO RETURN-CODE
035000     END-IF.
035100
035200*----------------------------------------------------------------
035300* 4100-PRINT-KIND-SECTION - NEWER ROWS OF THE KIND FIRST (ADDED
035400* OR CHANGED), THEN THE OLDER ROWS NOTHING MATCHED (REMOVED).
035500*----------------------------------------------------------------
035600 4100-PRINT-KIND-SECTION.
035700     MOVE ZERO TO CMP-ADDED-COUNT
035800     MOVE ZERO TO CMP-CHANGED-COUNT
035900     MOVE ZERO TO CMP-REMOVED-COUNT
036000     MOVE SPACES TO REPORT-LINE
036100     WRITE REPORT-LINE
036200     MOVE CMP-SECTION-LINE TO REPORT-LINE
036300     WRITE REPORT-LINE
036400     MOVE CMP-COLUMN-LINE TO REPORT-LINE
036500     WRITE REPORT-LINE
036600     PERFORM 4200-CHECK-NEW-ROW
036700         VARYING CMP-NEW-IDX FROM 1 BY 1
036800         UNTIL CMP-NEW-IDX > CMP-NEW-COUNT
036900     PERFORM 4300-CHECK-OLD-ROW
037000         VARYING CMP-OLD-IDX FROM 1 BY 1
037100         UNTIL CMP-OLD-IDX > CMP-OLD-COUNT
037200     IF CMP-ADDED-COUNT + CMP-CHANGED-COUNT
037300         + CMP-REMOVED-COUNT = ZERO
037400         MOVE CMP-NONE-LINE TO REPORT-LINE
037500         WRITE REPORT-LINE
037600     ELSE
037700         MOVE CMP-ADDED-COUNT TO CMP-C-ADDED
037800         MOVE CMP-CHANGED-COUNT TO CMP-C-CHANGED
037900         MOVE CMP-REMOVED-COUNT TO CMP-C-REMOVED
038000         MOVE CMP-COUNT-LINE TO REPORT-LINE
038100         WRITE REPORT-LINE
038200     END-IF.
038300
038400*--- A NEWER ROW: FIND ITS KIND AND KEY AMONG THE OLDER ROWS.
038500 4200-CHECK-NEW-ROW.
038600     IF CMP-N-KIND (CMP-NEW-IDX) = CMP-KIND
038700         MOVE 'N' TO CMP-FOUND-SW
038800         IF CMP-OLD-COUNT > ZERO
038900             SET CMP-OLD-IDX TO 1
039000             SEARCH CMP-OLD-ENTRY
039100                 AT END
039200                     CONTINUE
039300                 WHEN CMP-O-KIND (CMP-OLD-IDX) = CMP-KIND
039400                     AND CMP-O-KEY (CMP-OLD-IDX)
039500                         = CMP-N-KEY (CMP-NEW-IDX)
039600                     AND NOT CMP-O-IS-MATCHED (CMP-OLD-IDX)
039700                     SET CMP-FOUND TO TRUE
039800             END-SEARCH
039900         END-IF
040000         IF CMP-FOUND
040100             MOVE 'Y' TO CMP-O-MATCHED (CMP-OLD-IDX)
040200             IF CMP-O-IMAGE (CMP-OLD-IDX)
040300                 NOT = CMP-N-IMAGE (CMP-NEW-IDX)
040400                 PERFORM 4210-PRINT-CHANGED
040500             END-IF
040600         ELSE
040700             PERFORM 4220-PRINT-ADDED
040800         END-IF
040900     END-IF.
041000
041100 4210-PRINT-CHANGED.
041200     ADD 1 TO CMP-CHANGED-COUNT
041300     ADD 1 TO CMP-DIFF-COUNT
041400     MOVE 'CHANGED' TO CMP-D-ACTION
041500     MOVE CMP-N-KEY (CMP-NEW-IDX) TO CMP-D-KEY
041600     MOVE CMP-DETAIL-LINE TO REPORT-LINE
041700     WRITE REPORT-LINE
041800     MOVE 'OLD:' TO CMP-I-LABEL
041900     MOVE CMP-O-IMAGE (CMP-OLD-IDX) TO CMP-I-IMAGE
042000     MOVE CMP-IMAGE-LINE TO REPORT-LINE
042100     WRITE REPORT-LINE
042200     MOVE 'NEW:' TO CMP-I-LABEL
042300     MOVE CMP-N-IMAGE (CMP-NEW-IDX) TO CMP-I-IMAGE
042400     MOVE CMP-IMAGE-LINE TO REPORT-LINE
042500     WRITE REPORT-LINE.
042600
042700 4220-PRINT-ADDED.
042800     ADD 1 TO CMP-ADDED-COUNT
042900     ADD 1 TO CMP-DIFF-COUNT
043000     MOVE 'ADDED' TO CMP-D-ACTION
043100     MOVE CMP-N-KEY (CMP-NEW-IDX) TO CMP-D-KEY
043200     MOVE CMP-DETAIL-LINE TO REPORT-LINE
043300     WRITE REPORT-LINE
043400     MOVE 'NEW:' TO CMP-I-LABEL
043500     MOVE CMP-N-IMAGE (CMP-NEW-IDX) TO CMP-I-IMAGE
043600     MOVE CMP-IMAGE-LINE TO REPORT-LINE
043700     WRITE REPORT-LINE.
043800
043900*--- AN OLDER ROW OF THE KIND NO NEWER ROW TOOK: REMOVED.
044000 4300-CHECK-OLD-ROW.
044100     IF CMP-O-KIND (CMP-OLD-IDX) = CMP-KIND
044200         AND NOT CMP-O-IS-MATCHED (CMP-OLD-IDX)
044300         ADD 1 TO CMP-REMOVED-COUNT
044400         ADD 1 TO CMP-DIFF-COUNT
044500         MOVE 'REMOVED' TO CMP-D-ACTION
044600         MOVE CMP-O-KEY (CMP-OLD-IDX) TO CMP-D-KEY
044700         MOVE CMP-DETAIL-LINE TO REPORT-LINE
044800         WRITE REPORT-LINE
044900         MOVE 'OLD:' TO CMP-I-LABEL
045000         MOVE CMP-O-IMAGE (CMP-OLD-IDX) TO CMP-I-IMAGE
045100         MOVE CMP-IMAGE-LINE TO REPORT-LINE
045200         WRITE REPORT-LINE
045300     END-IF.
045400
045500*----------------------------------------------------------------
045600* 8000-FINISH - CLOSE THE REPORT.
045700*----------------------------------------------------------------
045800 8000-FINISH.
045900     CLOSE REPORT-FILE.
046000
046100 9999-EXIT.
046200     GOBACK.
