000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    CC2CFGSNP.
000300 AUTHOR.        OPERATIONS SUPPORT.
000400 INSTALLATION.  PLSRC1.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*   DATE       INIT  DESCRIPTION
001000*   2026-10-15 OPS   INITIAL VERSION - FREEZES THE DISPATCH
001100*                    CONFIGURATION OF A REGRESSION RUN.
001200*--------------------------------------------------------------
001300* DESCRIPTION:
001400*   CALLED SUBPROGRAM (INTERFACE: COPYBOOK SNPPARM) THAT KEEPS
001500*   CC2CFGSNP (COPYBOOK SNPREC), THE DISPATCH CONFIGURATION
001600*   EACH REGRESSION RUN WAS JUDGED AGAINST:
001700*     CALL 'CC2CFGSNP' USING SNPP-FUNCTION, SNPP-RUNSTAMP,
001800*         SNPP-OTHER-STAMP, SNPP-RESULT, SNPP-DIFF-COUNT,
001900*         SNPP-TYPE-COUNT, SNPP-TYPE-LIST
002000*
002100*   TAKE - CALLED BY CBLTSTDRV AT INITIALIZE AND BY CC2STRCRD
002200*   BEFORE IT SUBMITS ITS STREAMS. THE FIRST CALL FOR A RUN
002300*   STAMP COPIES EVERY TSTCASE ROW, EVERY CC2PAYLD ROW AND
002400*   EVERY CC2WAIVR WAIVER NOT EXPIRED ON THE RUN DATE INTO THE
002500*   SNAPSHOT AND ENDS IT WITH THE '*RUN' HEADER ROW. A LATER
002600*   CALL FOR THE SAME STAMP (A RESUMED RUN, OR A STREAM OF A
002700*   MULTI-STREAM RUN) FINDS THE HEADER, WRITES NOTHING, AND
002800*   COUNTS THE LIVE ROWS THAT NO LONGER MATCH THE SNAPSHOT SO
002900*   THE CALLER CAN SAY SO ON ITS REPORT.
003000*
003100*   COMPARE - CALLED BY CC2DLTRPT: COUNTS THE ROWS ADDED,
003200*   REMOVED OR CHANGED BETWEEN TWO RUN STAMPS' SNAPSHOTS AND
003300*   LISTS THE LK-TYPES THEY BELONG TO. CC2CFGCMP PRINTS THE
003400*   SAME COMPARISON ROW BY ROW.
003500*
003600*   ROWS ARE MATCHED ON KIND AND KEY (TSTCASE: THE TYPE;
003700*   CC2PAYLD: TYPE PLUS PAYLOAD INPUT; CC2WAIVR: THE WAIVER
003800*   KEY); A MATCHED ROW WHOSE IMAGE DIFFERS HAS CHANGED. A
003900*   SNAPSHOT WITH NO HEADER ROW WAS NEVER FINISHED AND COUNTS
004000*   AS NOT ON FILE.
004100*--------------------------------------------------------------
004200
004300 ENVIRONMENT DIVISION.
004400 INPUT-OUTPUT SECTION.
004500 FILE-CONTROL.
004600     SELECT OPTIONAL SNAPSHOT-FILE ASSIGN TO CC2CFGSNP
004700         ORGANIZATION IS SEQUENTIAL
004800         FILE STATUS IS CFG-SNP-STATUS.
004900     SELECT OPTIONAL TESTCASE-FILE ASSIGN TO TSTCASE
005000         ORGANIZATION IS SEQUENTIAL
005100         FILE STATUS IS CFG-TC-STATUS.
005200     SELECT OPTIONAL PAYLOAD-FILE ASSIGN TO CC2PAYLD
005300         ORGANIZATION IS SEQUENTIAL
005400         FILE STATUS IS CFG-PAY-STATUS.
005500     SELECT OPTIONAL WAIVER-FILE ASSIGN TO CC2WAIVR
005600         ORGANIZATION IS SEQUENTIAL
005700         FILE STATUS IS CFG-WVR-STATUS.
005800
005900 DATA DIVISION.
006000 FILE SECTION.
006100 FD  SNAPSHOT-FILE.
006200     COPY "snprec".
006300
006400 FD  TESTCASE-FILE.
006500     COPY "tcrec".
006600
006700 FD  PAYLOAD-FILE.
006800     COPY "payrec".
006900
007000*--- SAME ROW AS CBLTSTDRV'S WAIVER-FILE.
007100 FD  WAIVER-FILE.
007200 01  WAIVER-RECORD.
007300     03  WVR-KEY                 PIC X(10).
007400     03  WVR-TICKET              PIC X(10).
007500     03  WVR-EXPIRES             PIC X(08).
007600     03  WVR-DESC                PIC X(30).
007700
007800 WORKING-STORAGE SECTION.
007900 77  CFG-SNP-STATUS              PIC X(02).
008000 77  CFG-TC-STATUS               PIC X(02).
008100 77  CFG-PAY-STATUS              PIC X(02).
008200 77  CFG-WVR-STATUS              PIC X(02).
008300 77  CFG-EOF-SW                  PIC X(01) VALUE 'N'.
008400     88  CFG-EOF                             VALUE 'Y'.
008500 77  CFG-HEADER-SW               PIC X(01) VALUE 'N'.
008600     88  CFG-HEADER-FOUND                    VALUE 'Y'.
008700 77  CFG-FOUND-SW                PIC X(01) VALUE 'N'.
008800     88  CFG-FOUND                           VALUE 'Y'.
008900 77  CFG-WRITE-SW                PIC X(01) VALUE 'N'.
009000     88  CFG-WRITING                         VALUE 'Y'.
009100 77  CFG-TC-COUNT                PIC S9(07) BINARY VALUE ZERO.
009200 77  CFG-PAY-COUNT               PIC S9(07) BINARY VALUE ZERO.
009300 77  CFG-WVR-COUNT               PIC S9(07) BINARY VALUE ZERO.
009400 77  CFG-TYPE-SUB                PIC S9(04) BINARY VALUE ZERO.
009500 77  CFG-LOAD-STAMP              PIC X(14) VALUE SPACES.
009600
009700 01  CFG-TIMESTAMP.
009800     03  CFG-TS-DATE             PIC 9(08).
009900     03  CFG-TS-TIME             PIC 9(06).
010000
010100*--- THE RUN DATE (THE FIRST EIGHT OF THE RUN STAMP) DECIDES
010200*--- WHICH WAIVERS ARE STILL IN FORCE FOR THE RUN.
010300 01  CFG-RUN-STAMP.
010400     03  CFG-RUN-DATE            PIC X(08).
010500     03  FILLER                  PIC X(06).
010600
010700*--- ONE CONFIGURATION ROW ON ITS WAY INTO THE SNAPSHOT OR INTO
010800*--- THE COMPARISON.
010900 01  CFG-POST-ROW.
011000     03  CFG-POST-KIND           PIC X(08).
011100     03  CFG-POST-KEY            PIC X(60).
011200     03  CFG-POST-IMAGE          PIC X(80).
011300 01  CFG-POST-TYPE               PIC X(10).
011400
011500*--- THE SNAPSHOT BEING COMPARED AGAINST, ONE ENTRY PER ROW.
011600*--- AN ENTRY IS MARKED WHEN A ROW FROM THE OTHER SIDE MATCHES
011700*--- ITS KIND AND KEY; WHAT IS LEFT UNMARKED WAS REMOVED.
011800 77  CFG-ROW-MAX                 PIC S9(04) BINARY VALUE 2000.
011900 01  CFG-ROW-COUNT               PIC S9(04) BINARY VALUE ZERO.
012000 01  CFG-ROW-TABLE.
012100     03  CFG-ROW-ENTRY OCCURS 1 TO 2000 TIMES
012200             DEPENDING ON CFG-ROW-COUNT
012300             INDEXED BY CFG-ROW-IDX.
012400         05  CFG-R-KIND          PIC X(08).
012500         05  CFG-R-KEY           PIC X(60).
012600         05  CFG-R-IMAGE         PIC X(80).
012700         05  CFG-R-MATCHED       PIC X(01).
012800             88  CFG-R-IS-MATCHED            VALUE 'Y'.
012900
013000*--- QUSRJOBI CALL AREAS (FORMAT JOBI0100) - THE JOB THAT TOOK
013100*--- THE SNAPSHOT, FOR THE HEADER ROW.
013200 77  CFG-JOBI-LENGTH             PIC S9(09) BINARY VALUE 86.
013300 77  CFG-JOBI-FORMAT             PIC X(08) VALUE 'JOBI0100'.
013400 77  CFG-JOBI-JOBNAME            PIC X(26) VALUE '*'.
013500 77  CFG-JOBI-INTID              PIC X(16) VALUE SPACES.
013600 01  CFG-JOBI-RECEIVER.
013700     03  CFG-JOBI-BYTES-RET      PIC S9(09) BINARY.
013800     03  CFG-JOBI-BYTES-AVL      PIC S9(09) BINARY.
013900     03  CFG-JOBI-JOB            PIC X(10).
014000     03  CFG-JOBI-USER           PIC X(10).
014100     03  CFG-JOBI-NUMBER         PIC X(06).
014200     03  FILLER                  PIC X(52).
014300 01  CFG-JOBI-ERROR.
014400     03  CFG-JOBI-ERR-PROVIDED   PIC S9(9) BINARY VALUE 116.
014500     03  CFG-JOBI-ERR-AVAIL      PIC S9(9) BINARY VALUE ZERO.
014600     03  CFG-JOBI-ERR-ID         PIC X(07).
014700     03  FILLER                  PIC X(01).
014800     03  CFG-JOBI-ERR-DATA       PIC X(100).
014900
015000 LINKAGE SECTION.
015100     COPY "snpparm".
015200
015300 PROCEDURE DIVISION USING SNPP-FUNCTION, SNPP-RUNSTAMP,
015400     SNPP-OTHER-STAMP, SNPP-RESULT, SNPP-DIFF-COUNT,
015500     SNPP-TYPE-COUNT, SNPP-TYPE-LIST.
015600
015700 0000-MAINLINE.
015800     PERFORM 1000-INITIALIZE
015900     IF SNPP-TAKE
016000         PERFORM 2000-TAKE-SNAPSHOT
016100     ELSE
016200         PERFORM 5000-COMPARE-SNAPSHOTS
016300     END-IF
016400     GO TO 9999-EXIT.
016500
016600*----------------------------------------------------------------
016700* 1000-INITIALIZE - CLEAR THE RESULT AND LOAD THE SNAPSHOT OF
016800* SNPP-RUNSTAMP INTO THE ROW TABLE.
016900*----------------------------------------------------------------
017000 1000-INITIALIZE.
017100     MOVE SPACES TO SNPP-RESULT
017200     MOVE ZERO TO SNPP-DIFF-COUNT
017300     MOVE ZERO TO SNPP-TYPE-COUNT
017400*--------THE PROGRAM STAYS ACTIVE BETWEEN CALLS, SO NOTHING OF
017500*--------THE LAST CALL MAY CARRY OVER.
017600     MOVE 'N' TO CFG-WRITE-SW
017700     MOVE ZERO TO CFG-TC-COUNT
017800     MOVE ZERO TO CFG-PAY-COUNT
017900     MOVE ZERO TO CFG-WVR-COUNT
018000     ACCEPT CFG-TS-DATE FROM DATE YYYYMMDD
018100     ACCEPT CFG-TS-TIME FROM TIME
018200     MOVE SNPP-RUNSTAMP TO CFG-RUN-STAMP
018300     MOVE SNPP-RUNSTAMP TO CFG-LOAD-STAMP
018400     PERFORM 1100-LOAD-SNAPSHOT.
018500
018600*----------------------------------------------------------------
018700* 1100-LOAD-SNAPSHOT - THE ROWS OF CFG-LOAD-STAMP INTO THE ROW
018800* TABLE, NOTING WHETHER ITS HEADER ROW IS THERE.
018900*----------------------------------------------------------------
019000 1100-LOAD-SNAPSHOT.
019100     MOVE ZERO TO CFG-ROW-COUNT
019200     MOVE 'N' TO CFG-HEADER-SW
019300     MOVE 'N' TO CFG-EOF-SW
019400     OPEN INPUT SNAPSHOT-FILE
019500     IF CFG-SNP-STATUS = '00'
019600         PERFORM 1110-LOAD-SNAPSHOT-ROW UNTIL CFG-EOF
019700         CLOSE SNAPSHOT-FILE
019800     ELSE
019900         IF CFG-SNP-STATUS = '05'
020000             CLOSE SNAPSHOT-FILE
020100         END-IF
020200     END-IF.
020300
020400 1110-LOAD-SNAPSHOT-ROW.
020500     READ SNAPSHOT-FILE
020600         AT END
020700             SET CFG-EOF TO TRUE
020800         NOT AT END
020900             IF SNP-RUNSTAMP = CFG-LOAD-STAMP
021000                 IF SNP-HEADER
021100                     SET CFG-HEADER-FOUND TO TRUE
021200                 ELSE
021300                     PERFORM 1120-ADD-TABLE-ROW
021400                 END-IF
021500             END-IF
021600     END-READ.
021700
021800 1120-ADD-TABLE-ROW.
021900     IF CFG-ROW-COUNT < CFG-ROW-MAX
022000         ADD 1 TO CFG-ROW-COUNT
022100         SET CFG-ROW-IDX TO CFG-ROW-COUNT
022200         MOVE SNP-KIND  TO CFG-R-KIND (CFG-ROW-IDX)
022300         MOVE SNP-KEY   TO CFG-R-KEY (CFG-ROW-IDX)
022400         MOVE SNP-IMAGE TO CFG-R-IMAGE (CFG-ROW-IDX)
022500         MOVE 'N' TO CFG-R-MATCHED (CFG-ROW-IDX)
022600     ELSE
022700         DISPLAY 'CC2CFGSNP: ROW TABLE FULL, SNAPSHOT ROW '
022800             'DROPPED: ' SNP-KIND ' ' SNP-KEY-LKTYPE
022900             UPON CONSOLE
023000     END-IF.
023100
023200*----------------------------------------------------------------
023300* 2000-TAKE-SNAPSHOT - A FINISHED SNAPSHOT FOR THE STAMP IS
023400* REUSED AND THE LIVE FILES ARE CHECKED AGAINST IT. OTHERWISE
023500* THE LIVE FILES ARE COPIED IN AND THE HEADER WRITTEN LAST.
023600*----------------------------------------------------------------
023700 2000-TAKE-SNAPSHOT.
023800     IF CFG-HEADER-FOUND
023900         SET SNPP-REUSED TO TRUE
024000         PERFORM 3000-READ-LIVE-CONFIG
024100         PERFORM 4000-COUNT-UNMATCHED
024200             VARYING CFG-ROW-IDX FROM 1 BY 1
024300             UNTIL CFG-ROW-IDX > CFG-ROW-COUNT
024400     ELSE
024500         OPEN EXTEND SNAPSHOT-FILE
024600         IF CFG-SNP-STATUS = '00' OR CFG-SNP-STATUS = '05'
024700             SET CFG-WRITING TO TRUE
024800             PERFORM 2100-GET-JOB-IDENTITY
024900             PERFORM 3000-READ-LIVE-CONFIG
025000             PERFORM 2300-WRITE-HEADER-ROW
025100             CLOSE SNAPSHOT-FILE
025200             SET SNPP-TAKEN TO TRUE
025300         ELSE
025400             DISPLAY 'CC2CFGSNP: CC2CFGSNP UNAVAILABLE, STATUS '
025500                 CFG-SNP-STATUS ', RUN ' SNPP-RUNSTAMP
025600                 ' HAS NO SNAPSHOT' UPON CONSOLE
025700             SET SNPP-FAILED TO TRUE
025800         END-IF
025900     END-IF.
026000
026100*----------------------------------------------------------------
026200* 2100-GET-JOB-IDENTITY - ASK QUSRJOBI WHICH JOB IS TAKING THE
026300* SNAPSHOT.
026400*----------------------------------------------------------------
026500 2100-GET-JOB-IDENTITY.
026600     MOVE SPACES TO CFG-JOBI-RECEIVER
026700     MOVE ZERO TO CFG-JOBI-ERR-AVAIL
026800     MOVE SPACES TO CFG-JOBI-ERR-ID
026900     CALL 'QUSRJOBI' USING CFG-JOBI-RECEIVER, CFG-JOBI-LENGTH,
027000         CFG-JOBI-FORMAT, CFG-JOBI-JOBNAME, CFG-JOBI-INTID,
027100         CFG-JOBI-ERROR
027200     IF CFG-JOBI-JOB = SPACES
027300         MOVE '*UNKNOWN' TO CFG-JOBI-JOB
027400     END-IF.
027500
027600*--- ONE CONFIGURATION ROW INTO THE SNAPSHOT.
027700 2200-WRITE-SNAPSHOT-ROW.
027800     MOVE SNPP-RUNSTAMP  TO SNP-RUNSTAMP
027900     MOVE CFG-POST-KIND  TO SNP-KIND
028000     MOVE CFG-POST-KEY   TO SNP-KEY
028100     MOVE CFG-POST-IMAGE TO SNP-IMAGE
028200     MOVE CFG-TIMESTAMP  TO SNP-STAMP
028300     WRITE SNP-RECORD.
028400
028500*--- THE HEADER ROW, WRITTEN LAST: ITS PRESENCE IS WHAT MAKES
028600*--- THE SNAPSHOT COMPLETE.
028700 2300-WRITE-HEADER-ROW.
028800     MOVE SPACES TO SNP-RECORD
028900     MOVE SNPP-RUNSTAMP    TO SNP-RUNSTAMP
029000     MOVE '*RUN'           TO SNP-KIND
029100     MOVE CFG-JOBI-JOB     TO SNP-HDR-JOB
029200     MOVE CFG-JOBI-USER    TO SNP-HDR-USER
029300     MOVE CFG-JOBI-NUMBER  TO SNP-HDR-JOBNBR
029400     MOVE CFG-TC-COUNT     TO SNP-HDR-TCCOUNT
029500     MOVE CFG-PAY-COUNT    TO SNP-HDR-PAYCOUNT
029600     MOVE CFG-WVR-COUNT    TO SNP-HDR-WVRCOUNT
029700     MOVE CFG-TIMESTAMP    TO SNP-STAMP
029800     WRITE SNP-RECORD.
029900
030000*----------------------------------------------------------------
030100* 3000-READ-LIVE-CONFIG - EVERY TSTCASE ROW, EVERY CC2PAYLD ROW
030200* AND EVERY WAIVER STILL IN FORCE ON THE RUN DATE, EACH EITHER
030300* WRITTEN TO THE SNAPSHOT OR CHECKED AGAINST THE ONE ON FILE.
030400* A MISSING FILE CONTRIBUTES NO ROWS.
030500*----------------------------------------------------------------
030600 3000-READ-LIVE-CONFIG.
030700     MOVE 'N' TO CFG-EOF-SW
030800     OPEN INPUT TESTCASE-FILE
030900     IF CFG-TC-STATUS = '00'
031000         PERFORM 3100-READ-TESTCASE-ROW UNTIL CFG-EOF
031100         CLOSE TESTCASE-FILE
031200     ELSE
031300         IF CFG-TC-STATUS = '05'
031400             CLOSE TESTCASE-FILE
031500         END-IF
031600     END-IF
031700     MOVE 'N' TO CFG-EOF-SW
031800     OPEN INPUT PAYLOAD-FILE
031900     IF CFG-PAY-STATUS = '00'
032000         PERFORM 3200-READ-PAYLOAD-ROW UNTIL CFG-EOF
032100         CLOSE PAYLOAD-FILE
032200     ELSE
032300         IF CFG-PAY-STATUS = '05'
032400             CLOSE PAYLOAD-FILE
032500         END-IF
032600     END-IF
032700     MOVE 'N' TO CFG-EOF-SW
032800     OPEN INPUT WAIVER-FILE
032900     IF CFG-WVR-STATUS = '00'
033000         PERFORM 3300-READ-WAIVER-ROW UNTIL CFG-EOF
033100         CLOSE WAIVER-FILE
033200     ELSE
033300         IF CFG-WVR-STATUS = '05'
033400             CLOSE WAIVER-FILE
033500         END-IF
033600     END-IF.
033700
033800 3100-READ-TESTCASE-ROW.
033900     READ TESTCASE-FILE
034000         AT END
034100             SET CFG-EOF TO TRUE
034200         NOT AT END
034300             MOVE 'TSTCASE' TO CFG-POST-KIND
034400             MOVE TC-TYPE TO CFG-POST-KEY
034500             MOVE TC-CASE-RECORD TO CFG-POST-IMAGE
034600             ADD 1 TO CFG-TC-COUNT
034700             PERFORM 3900-POST-LIVE-ROW
034800     END-READ.
034900
035000 3200-READ-PAYLOAD-ROW.
035100     READ PAYLOAD-FILE
035200         AT END
035300             SET CFG-EOF TO TRUE
035400         NOT AT END
035500             MOVE 'CC2PAYLD' TO CFG-POST-KIND
035600             MOVE SPACES TO CFG-POST-KEY
035700             MOVE PAY-TYPE TO CFG-POST-KEY (1:10)
035800             MOVE PAY-INPUT TO CFG-POST-KEY (11:50)
035900             MOVE PAY-RECORD TO CFG-POST-IMAGE
036000             ADD 1 TO CFG-PAY-COUNT
036100             PERFORM 3900-POST-LIVE-ROW
036200     END-READ.
036300
036400 3300-READ-WAIVER-ROW.
036500     READ WAIVER-FILE
036600         AT END
036700             SET CFG-EOF TO TRUE
036800         NOT AT END
036900             IF WVR-EXPIRES NOT < CFG-RUN-DATE
037000                 MOVE 'CC2WAIVR' TO CFG-POST-KIND
037100                 MOVE WVR-KEY TO CFG-POST-KEY
037200                 MOVE WAIVER-RECORD TO CFG-POST-IMAGE
037300                 ADD 1 TO CFG-WVR-COUNT
037400                 PERFORM 3900-POST-LIVE-ROW
037500             END-IF
037600     END-READ.
037700
037800*--- A LIVE ROW GOES INTO A NEW SNAPSHOT, OR IS MATCHED AGAINST
037900*--- THE ONE ALREADY TAKEN.
038000 3900-POST-LIVE-ROW.
038100     IF CFG-WRITING
038200         PERFORM 2200-WRITE-SNAPSHOT-ROW
038300     ELSE
038400         PERFORM 6000-MATCH-ROW
038500     END-IF.
038600
038700*--- A SNAPSHOT ROW NOTHING ON THE OTHER SIDE MATCHED.
038800 4000-COUNT-UNMATCHED.
038900     IF NOT CFG-R-IS-MATCHED (CFG-ROW-IDX)
039000         MOVE CFG-R-KEY (CFG-ROW-IDX) TO CFG-POST-TYPE
039100         PERFORM 6100-COUNT-DIFFERENCE
039200     END-IF.
039300
039400*----------------------------------------------------------------
039500* 5000-COMPARE-SNAPSHOTS - SNPP-RUNSTAMP'S SNAPSHOT IS IN THE
039600* TABLE; SNPP-OTHER-STAMP'S ROWS ARE MATCHED AGAINST IT. EITHER
039700* SNAPSHOT MISSING ANSWERS NONE.
039800*----------------------------------------------------------------
039900 5000-COMPARE-SNAPSHOTS.
040000     IF CFG-HEADER-FOUND
040100         PERFORM 5050-READ-OTHER-SNAPSHOT
040200     END-IF
040300     IF CFG-HEADER-FOUND
040400         PERFORM 4000-COUNT-UNMATCHED
040500             VARYING CFG-ROW-IDX FROM 1 BY 1
040600             UNTIL CFG-ROW-IDX > CFG-ROW-COUNT
040700         SET SNPP-COMPARED TO TRUE
040800     ELSE
040900         SET SNPP-NONE TO TRUE
041000         MOVE ZERO TO SNPP-DIFF-COUNT
041100         MOVE ZERO TO SNPP-TYPE-COUNT
041200     END-IF.
041300
041400 5050-READ-OTHER-SNAPSHOT.
041500     MOVE 'N' TO CFG-HEADER-SW
041600     MOVE 'N' TO CFG-EOF-SW
041700     OPEN INPUT SNAPSHOT-FILE
041800     IF CFG-SNP-STATUS = '00'
041900         PERFORM 5100-MATCH-OTHER-ROW UNTIL CFG-EOF
042000         CLOSE SNAPSHOT-FILE
042100     ELSE
042200         IF CFG-SNP-STATUS = '05'
042300             CLOSE SNAPSHOT-FILE
042400         END-IF
042500     END-IF.
042600
042700 5100-MATCH-OTHER-ROW.
042800     READ SNAPSHOT-FILE
042900         AT END
043000             SET CFG-EOF TO TRUE
043100         NOT AT END
043200             IF SNP-RUNSTAMP = SNPP-OTHER-STAMP
043300                 IF SNP-HEADER
043400                     SET CFG-HEADER-FOUND TO TRUE
043500                 ELSE
043600                     MOVE SNP-KIND  TO CFG-POST-KIND
043700                     MOVE SNP-KEY   TO CFG-POST-KEY
043800                     MOVE SNP-IMAGE TO CFG-POST-IMAGE
043900                     PERFORM 6000-MATCH-ROW
044000                 END-IF
044100             END-IF
044200     END-READ.
044300
044400*----------------------------------------------------------------
044500* 6000-MATCH-ROW - FIND THE POSTED ROW'S KIND AND KEY IN THE
044600* TABLE. NOT THERE: ADDED. THERE WITH ANOTHER IMAGE: CHANGED.
044700*----------------------------------------------------------------
044800 6000-MATCH-ROW.
044900     MOVE 'N' TO CFG-FOUND-SW
045000     MOVE CFG-POST-KEY TO CFG-POST-TYPE
045100     IF CFG-ROW-COUNT > ZERO
045200         SET CFG-ROW-IDX TO 1
045300         SEARCH CFG-ROW-ENTRY
045400             AT END
045500                 CONTINUE
045600             WHEN CFG-R-KIND (CFG-ROW-IDX) = CFG-POST-KIND
045700                 AND CFG-R-KEY (CFG-ROW-IDX) = CFG-POST-KEY
045800                 AND NOT CFG-R-IS-MATCHED (CFG-ROW-IDX)
045900                 SET CFG-FOUND TO TRUE
046000         END-SEARCH
046100     END-IF
046200     IF CFG-FOUND
046300         MOVE 'Y' TO CFG-R-MATCHED (CFG-ROW-IDX)
046400         IF CFG-R-IMAGE (CFG-ROW-IDX) NOT = CFG-POST-IMAGE
046500             PERFORM 6100-COUNT-DIFFERENCE
046600         END-IF
046700     ELSE
046800         PERFORM 6100-COUNT-DIFFERENCE
046900     END-IF.
047000
047100*--- ONE MORE DIFFERING ROW; ITS TYPE JOINS THE LIST ONCE.
047200 6100-COUNT-DIFFERENCE.
047300     ADD 1 TO SNPP-DIFF-COUNT
047400     MOVE 'N' TO CFG-FOUND-SW
047500     MOVE 1 TO CFG-TYPE-SUB
047600     PERFORM 6110-FIND-LISTED-TYPE
047700         UNTIL CFG-TYPE-SUB > SNPP-TYPE-COUNT OR CFG-FOUND
047800     IF NOT CFG-FOUND AND SNPP-TYPE-COUNT < 200
047900         ADD 1 TO SNPP-TYPE-COUNT
048000         MOVE CFG-POST-TYPE TO SNPP-TYPE (SNPP-TYPE-COUNT)
048100     END-IF.
048200
048300 6110-FIND-LISTED-TYPE.
048400     IF SNPP-TYPE (CFG-TYPE-SUB) = CFG-POST-TYPE
048500         SET CFG-FOUND TO TRUE
048600     ELSE
048700         ADD 1 TO CFG-TYPE-SUB
048800     END-IF.
048900
049000 9999-EXIT.
049100     GOBACK.
