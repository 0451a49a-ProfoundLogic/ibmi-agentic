000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    CC2CAPHRV.
000300 AUTHOR.        OPERATIONS SUPPORT.
000400 INSTALLATION.  PLSRC1.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*   DATE       INIT  DESCRIPTION
001000*   2026-10-15 OPS   INITIAL VERSION - HARVEST CAPTURED LIVE
001100*                    CBLCALLP2 TRAFFIC INTO PROPOSED REGRESSION
001200*                    SCENARIOS.
001300*--------------------------------------------------------------
001400* DESCRIPTION:
001500*   THE CC2CTL PLAN AND THE CC2PAYLD PAYLOADS ARE KEYED BY
001600*   HAND FROM WHAT SOMEONE THINKS CBLCALLP1 IS CALLED WITH.
001700*   WHILE A CC2CAPCTL CAPTURE IS SWITCHED ON, CBLCALLP2
001800*   RECORDS WHAT LIVE CALLERS REALLY SEND IN CC2CAPLOG (TYPE
001900*   AND PAYLOAD). THIS PROGRAM COMPARES THAT TRAFFIC WITH
002000*   TSTCASE, CC2PAYLD AND CC2CTL. RUN IN ONE OF TWO MODES
002100*   (FIRST PARAMETER):
002200*     *LIST   (DEFAULT) LIST EVERY DISTINCT TYPE/PAYLOAD
002300*             COMBINATION NO SCENARIO COVERS, WITH HOW OFTEN
002400*             AND WHEN IT WAS SEEN, AND REBUILD THE CANDIDATE
002500*             FILE CC2CAPCND FROM THEM. A COMBINATION IS
002600*             COVERED WHEN ITS TYPE HAS AN ACTIVE TSTCASE ROW,
002700*             ITS PAYLOAD (IF ANY) AN ACTIVE CC2PAYLD ROW, AND
002800*             AN ACTIVE CC2CTL ROW RUNS THE TYPE. THE OPTIONAL
002900*             SECOND PARAMETER (CCYYMMDD) IGNORES CAPTURES
003000*             OLDER THAN THAT DATE.
003100*     *DRAFT  FOR EVERY CANDIDATE THE ANALYST APPROVED ('A',
003200*             WITH THE EXPECTED RESPONSE, SUITE AND THEIR USER
003300*             ID KEYED INTO CC2CAPCND), APPEND WHAT IS MISSING
003400*             TO THE DRAFT FILES - AN 'A' TRANSACTION FOR
003500*             CC2TCMNT (CC2HRVTRN), A CC2CTL ROW (CC2HRVCTL)
003600*             AND A CC2PAYLD ROW (CC2HRVPAY) - AND STAMP THE
003700*             CANDIDATE AS DRAFTED.
003800*   NOTHING HERE CHANGES TSTCASE, CC2CTL OR CC2PAYLD: THE
003900*   DRAFTS ARE REVIEWED AND THEN APPLIED THE USUAL WAY
004000*   (CC2TCMNT FOR TSTCASE). THE ANALYST'S FIELDS ON CC2CAPCND
004100*   SURVIVE EVERY *LIST REBUILD; A COMBINATION DROPS OFF THE
004200*   FILE ONCE IT IS COVERED.
004300*
004400*   RETURN CODE 0 NOTHING UNCOVERED (OR EVERYTHING DRAFTED),
004500*   4 UNCOVERED COMBINATIONS AWAIT A DECISION, 8 AN APPROVED
004600*   CANDIDATE COULD NOT BE DRAFTED, 12 BAD MODE OR A FILE
004700*   COULD NOT BE OPENED.
004800*--------------------------------------------------------------
004900
005000 ENVIRONMENT DIVISION.
005100 INPUT-OUTPUT SECTION.
005200 FILE-CONTROL.
005300     SELECT OPTIONAL TESTCASE-FILE ASSIGN TO TSTCASE
005400         ORGANIZATION IS SEQUENTIAL
005500         FILE STATUS IS HRV-TCS-STATUS.
005600     SELECT OPTIONAL PAYLOAD-FILE ASSIGN TO CC2PAYLD
005700         ORGANIZATION IS SEQUENTIAL
005800         FILE STATUS IS HRV-PAY-STATUS.
005900     SELECT OPTIONAL CTL-FILE ASSIGN TO CC2CTL
006000         ORGANIZATION IS SEQUENTIAL
006100         FILE STATUS IS HRV-CTL-STATUS.
006200     SELECT OPTIONAL CAPTURE-FILE ASSIGN TO CC2CAPLOG
006300         ORGANIZATION IS SEQUENTIAL
006400         FILE STATUS IS HRV-CAP-STATUS.
006500     SELECT OPTIONAL CANDIDATE-FILE ASSIGN TO CC2CAPCND
006600         ORGANIZATION IS SEQUENTIAL
006700         FILE STATUS IS HRV-CND-STATUS.
006800*----DRAFT FILES - CRTDUPOBJ COPIES OF CC2TCTRN, CC2CTL AND
006900*----CC2PAYLD. APPENDED TO, NEVER REPLACED, SO DRAFTS NOT YET
007000*----REVIEWED ARE NOT LOST TO A SECOND *DRAFT RUN; CLEAR THEM
007100*----ONCE APPLIED.
007200     SELECT OPTIONAL DRAFT-TRN-FILE ASSIGN TO CC2HRVTRN
007300         ORGANIZATION IS SEQUENTIAL
007400         FILE STATUS IS HRV-DTR-STATUS.
007500     SELECT OPTIONAL DRAFT-CTL-FILE ASSIGN TO CC2HRVCTL
007600         ORGANIZATION IS SEQUENTIAL
007700         FILE STATUS IS HRV-DCT-STATUS.
007800     SELECT OPTIONAL DRAFT-PAY-FILE ASSIGN TO CC2HRVPAY
007900         ORGANIZATION IS SEQUENTIAL
008000         FILE STATUS IS HRV-DPY-STATUS.
008100     SELECT REPORT-FILE ASSIGN TO PRINTER-CC2CAPHRV
008200         ORGANIZATION IS SEQUENTIAL.
008300
008400 DATA DIVISION.
008500 FILE SECTION.
008600 FD  TESTCASE-FILE.
008700     COPY "tcrec".
008800
008900 FD  PAYLOAD-FILE.
009000     COPY "payrec".
009100
009200*--- SAME TCREC SHAPE AS TSTCASE; THE LEADING PREFIX IS
009300*--- REPLACED SO BOTH LAYOUTS CAN LIVE IN ONE PROGRAM.
009400 FD  CTL-FILE.
009500     COPY "tcrec" REPLACING LEADING ==TC-== BY ==CT-==.
009600
009700 FD  CAPTURE-FILE.
009800     COPY "caprec".
009900
010000 FD  CANDIDATE-FILE.
010100     COPY "cndrec".
010200
010300*--- SAME LAYOUT AS THE CC2TCMNT READER OF CC2TCTRN.
010400 FD  DRAFT-TRN-FILE.
010500 01  DRAFT-TRN-RECORD.
010600     03  DTR-ACTION              PIC X(01).
010700     03  DTR-TYPE                PIC X(10).
010800     03  DTR-RESP                PIC X(10).
010900     03  DTR-DESC                PIC X(30).
011000
011100 FD  DRAFT-CTL-FILE.
011200     COPY "tcrec" REPLACING LEADING ==TC-== BY ==DCT-==.
011300
011400 FD  DRAFT-PAY-FILE.
011500     COPY "payrec" REPLACING LEADING ==PAY-== BY ==DPY-==.
011600
011700 FD  REPORT-FILE.
011800 01  REPORT-LINE                 PIC X(80).
011900
012000 WORKING-STORAGE SECTION.
012100 77  HRV-TCS-STATUS              PIC X(02).
012200 77  HRV-PAY-STATUS              PIC X(02).
012300 77  HRV-CTL-STATUS              PIC X(02).
012400 77  HRV-CAP-STATUS              PIC X(02).
012500 77  HRV-CND-STATUS              PIC X(02).
012600 77  HRV-DTR-STATUS              PIC X(02).
012700 77  HRV-DCT-STATUS              PIC X(02).
012800 77  HRV-DPY-STATUS              PIC X(02).
012900 77  HRV-EOF-SW                  PIC X(01) VALUE 'N'.
013000     88  HRV-EOF                             VALUE 'Y'.
013100 77  HRV-REFUSED-SW              PIC X(01) VALUE 'N'.
013200     88  HRV-REFUSED                         VALUE 'Y'.
013300 77  HRV-FOUND-SW                PIC X(01) VALUE 'N'.
013400     88  HRV-FOUND                           VALUE 'Y'.
013500 77  HRV-MODE                    PIC X(08) VALUE '*LIST'.
013600     88  HRV-LIST-MODE                       VALUE '*LIST'.
013700     88  HRV-DRAFT-MODE                      VALUE '*DRAFT'.
013800 77  HRV-FROM-DATE               PIC X(08) VALUE SPACES.
013900 77  HRV-GAP                     PIC X(06) VALUE SPACES.
014000 77  HRV-CHK-TYPE                PIC X(10) VALUE SPACES.
014100 77  HRV-CHK-PAYLOAD             PIC X(50) VALUE SPACES.
014200 77  HRV-PLAN-RESP               PIC X(10) VALUE SPACES.
014300 77  HRV-TYPE-MAX                PIC S9(04) BINARY VALUE 1000.
014400 77  HRV-PAY-MAX                 PIC S9(04) BINARY VALUE 500.
014500 77  HRV-CND-MAX                 PIC S9(04) BINARY VALUE 1000.
014510 77  HRV-DRF-MAX                 PIC S9(04) BINARY VALUE 3000.
014520 77  HRV-DRF-KIND                PIC X(01) VALUE SPACE.
014600 77  HRV-CAPTURE-COUNT           PIC S9(07) BINARY VALUE ZERO.
014700 77  HRV-OLDER-COUNT             PIC S9(07) BINARY VALUE ZERO.
014800 77  HRV-COVERED-COUNT           PIC S9(07) BINARY VALUE ZERO.
014900 77  HRV-UNCOVERED-COUNT         PIC S9(07) BINARY VALUE ZERO.
015000 77  HRV-PENDING-COUNT           PIC S9(07) BINARY VALUE ZERO.
015100 77  HRV-DRAFTED-COUNT           PIC S9(07) BINARY VALUE ZERO.
015200 77  HRV-FAILED-COUNT            PIC S9(07) BINARY VALUE ZERO.
015300 77  HRV-SECTION-COUNT           PIC S9(07) BINARY VALUE ZERO.
015400 77  HRV-REJECT-REASON           PIC X(30) VALUE SPACES.
015500
015600 01  HRV-TIMESTAMP.
015700     03  HRV-TS-DATE             PIC 9(08).
015800     03  HRV-TS-TIME             PIC 9(06).
015900
016000*--- VALUES CBLCALLP2 OWNS ITSELF - SEE THE RESERVED LIST
016100*--- CC2TCMNT ENFORCES. A DRAFT CARRYING ONE WOULD ONLY BE
016200*--- REJECTED THERE.
016300 01  HRV-RESERVED-CHECK          PIC X(10).
016400     88  HRV-RESERVED-VALUE      VALUE 'UTEST', 'OK',
016500                                       'MM', 'PE', 'UK',
016600                                       'UP',
016700                                       '*RELOAD', '*DRILL',
016800                                       '*REGRESS'.
016900
017000*--- ONE ENTRY PER DISTINCT ACTIVE TSTCASE TYPE AND THE
017010*--- RESPONSE IT DISPATCHES.
017400 01  HRV-DSP-COUNT               PIC S9(04) BINARY VALUE ZERO.
017500 01  HRV-DSP-TABLE.
017600     03  HRV-DSP-ENTRY OCCURS 1 TO 1000 TIMES
017700             DEPENDING ON HRV-DSP-COUNT
017800             INDEXED BY HRV-DSP-IDX.
017900         05  HRV-D-TYPE          PIC X(10).
018000         05  HRV-D-RESP          PIC X(10).
018100
018200*--- ONE ENTRY PER ACTIVE CC2PAYLD ROW (TYPE PLUS PAYLOAD).
018300 01  HRV-PAY-COUNT               PIC S9(04) BINARY VALUE ZERO.
018400 01  HRV-PAY-TABLE.
018500     03  HRV-PAY-ENTRY OCCURS 1 TO 500 TIMES
018600             DEPENDING ON HRV-PAY-COUNT
018700             INDEXED BY HRV-PAY-IDX.
018800         05  HRV-P-TYPE          PIC X(10).
018900         05  HRV-P-INPUT         PIC X(50).
019000
019100*--- ONE ENTRY PER DISTINCT TYPE AN ACTIVE CC2CTL ROW RUNS.
019200 01  HRV-PLN-COUNT               PIC S9(04) BINARY VALUE ZERO.
019300 01  HRV-PLN-TABLE.
019400     03  HRV-PLN-ENTRY OCCURS 1 TO 1000 TIMES
019500             DEPENDING ON HRV-PLN-COUNT
019600             INDEXED BY HRV-PLN-IDX.
019700         05  HRV-L-TYPE          PIC X(10).
019705
019710*--- EVERY ROW DRAFTED THIS RUN: D TSTCASE ('A' TRANSACTION),
019715*--- P CC2PAYLD, L CC2CTL. COVERAGE IS JUDGED ONLY ON THE LIVE
019720*--- FILES ABOVE - A DRAFT IS NOT YET COVERAGE - SO THIS TABLE
019725*--- ONLY STOPS A SECOND CANDIDATE DRAFTING THE SAME ROW AGAIN.
019730 01  HRV-DRF-COUNT               PIC S9(04) BINARY VALUE ZERO.
019735 01  HRV-DRF-TABLE.
019740     03  HRV-DRF-ENTRY OCCURS 1 TO 3000 TIMES
019745             DEPENDING ON HRV-DRF-COUNT
019750             INDEXED BY HRV-DRF-IDX.
019755         05  HRV-R-KIND          PIC X(01).
019760         05  HRV-R-TYPE          PIC X(10).
019765         05  HRV-R-INPUT         PIC X(50).
019770         05  HRV-R-RESP          PIC X(10).
019800
019900*--- THE CANDIDATES: LOADED FROM CC2CAPCND (FOR THE ANALYST'S
020000*--- FIELDS), UPDATED FROM THE CAPTURES, AND WRITTEN BACK
020100*--- WHERE HRV-C-KEEP SAYS SO.
020200 01  HRV-CND-COUNT               PIC S9(04) BINARY VALUE ZERO.
020300 01  HRV-CND-TABLE.
020400     03  HRV-CND-ENTRY OCCURS 1 TO 1000 TIMES
020500             DEPENDING ON HRV-CND-COUNT
020600             INDEXED BY HRV-CND-IDX.
020700         05  HRV-C-TYPE          PIC X(10).
020800         05  HRV-C-PAYLOAD       PIC X(50).
020900         05  HRV-C-GAP           PIC X(06).
021000         05  HRV-C-SEEN          PIC S9(07).
021100         05  HRV-C-FIRST         PIC X(14).
021200         05  HRV-C-LAST          PIC X(14).
021300         05  HRV-C-LIVE-RESP     PIC X(10).
021400         05  HRV-C-APPROVAL      PIC X(01).
021500             88  HRV-C-APPROVED              VALUE 'A'.
021600             88  HRV-C-REJECTED              VALUE 'R'.
021700         05  HRV-C-RESP          PIC X(10).
021800         05  HRV-C-DESC          PIC X(30).
021900         05  HRV-C-SUITE         PIC X(10).
022000         05  HRV-C-BY            PIC X(10).
022100         05  HRV-C-DRAFTED       PIC X(14).
022200         05  HRV-C-KEEP          PIC X(01).
022300
022400 01  HRV-HEADING-1.
022500     05  FILLER                  PIC X(20)
022600             VALUE 'CC2CAPHRV '.
022700     05  FILLER                  PIC X(40)
022800             VALUE 'LIVE TRAFFIC SCENARIO HARVEST'.
022900
023000 01  HRV-PARM-LINE.
023100     05  HRV-PL-LABEL            PIC X(14).
023200     05  HRV-PL-VALUE            PIC X(50).
023300
023400 01  HRV-SECTION-LINE-1.
023500     05  FILLER                  PIC X(40)
023600             VALUE '** UNCOVERED LIVE COMBINATIONS **'.
023700
023800 01  HRV-SECTION-LINE-2.
023900     05  FILLER                  PIC X(40)
024000             VALUE '** DRAFTS FOR APPROVED CANDIDATES **'.
024100
024200 01  HRV-SECTION-LINE-3.
024300     05  FILLER                  PIC X(40)
024400             VALUE '** HARVEST SUMMARY **'.
024500
024600 01  HRV-COLUMN-LINE-1.
024700     05  FILLER                  PIC X(12)  VALUE 'LK-TYPE'.
024800     05  FILLER                  PIC X(08)  VALUE 'GAP'.
024900     05  FILLER                  PIC X(09)  VALUE '     SEEN'.
025000     05  FILLER                  PIC X(02)  VALUE SPACES.
025100     05  FILLER                  PIC X(16)  VALUE 'LAST SEEN'.
025200     05  FILLER                  PIC X(12)  VALUE 'LIVE RESP'.
025300     05  FILLER                  PIC X(10)  VALUE 'STATUS'.
025400
025500 01  HRV-COLUMN-LINE-2.
025600     05  FILLER                  PIC X(12)  VALUE 'LK-TYPE'.
025700     05  FILLER                  PIC X(12)  VALUE 'DRAFTED TO'.
025800     05  FILLER                  PIC X(12)  VALUE 'RESPONSE'.
025900     05  FILLER                  PIC X(12)  VALUE 'SUITE'.
026000
026100 01  HRV-DETAIL-LINE-1.
026200     05  HRV-D1-TYPE             PIC X(10).
026300     05  FILLER                  PIC X(02)  VALUE SPACES.
026400     05  HRV-D1-GAP              PIC X(06).
026500     05  FILLER                  PIC X(02)  VALUE SPACES.
026600     05  HRV-D1-SEEN             PIC Z,ZZZ,ZZ9.
026700     05  FILLER                  PIC X(02)  VALUE SPACES.
026800     05  HRV-D1-LAST             PIC X(14).
026900     05  FILLER                  PIC X(02)  VALUE SPACES.
027000     05  HRV-D1-LIVE-RESP        PIC X(10).
027100     05  FILLER                  PIC X(02)  VALUE SPACES.
027200     05  HRV-D1-STATUS           PIC X(09).
027300
027400 01  HRV-PAYLOAD-LINE.
027500     05  FILLER                  PIC X(12)
027600             VALUE '  PAYLOAD: '.
027700     05  HRV-PY-PAYLOAD          PIC X(50).
027800
027900 01  HRV-DETAIL-LINE-2.
028000     05  HRV-D2-TYPE             PIC X(10).
028100     05  FILLER                  PIC X(02)  VALUE SPACES.
028200     05  HRV-D2-TARGET           PIC X(10).
028300     05  FILLER                  PIC X(02)  VALUE SPACES.
028400     05  HRV-D2-RESP             PIC X(10).
028500     05  FILLER                  PIC X(02)  VALUE SPACES.
028600     05  HRV-D2-SUITE            PIC X(10).
028700
028800 01  HRV-REJECT-LINE.
028900     05  HRV-RJ-TYPE             PIC X(10).
029000     05  FILLER                  PIC X(02)  VALUE SPACES.
029100     05  FILLER                  PIC X(14)
029200             VALUE 'NOT DRAFTED: '.
029300     05  HRV-RJ-REASON           PIC X(30).
029400
029500 01  HRV-TOTAL-LINE.
029600     05  HRV-TL-LABEL            PIC X(30).
029700     05  HRV-TL-COUNT            PIC Z,ZZZ,ZZ9.
029800
029900 01  HRV-NONE-LINE.
030000     05  FILLER                  PIC X(10)  VALUE '   (NONE)'.
030100
030200 01  HRV-FATAL-LINE.
030300     05  FILLER                  PIC X(10)  VALUE 'ABORTED:'.
030400     05  HRV-F-REASON            PIC X(50).
030500
030600 LINKAGE SECTION.
030700*--- BOTH OPTIONAL: MODE *LIST (DEFAULT) OR *DRAFT, AND THE
030800*--- OLDEST CAPTURE DATE *LIST SHOULD LOOK AT.
030900 01  HRV-MODE-PARM               PIC X(08).
031000 01  HRV-FROM-PARM               PIC X(08).
031100
031200 PROCEDURE DIVISION USING HRV-MODE-PARM, HRV-FROM-PARM.
031300
031400 0000-MAINLINE.
031500     PERFORM 1000-INITIALIZE
031600     IF HRV-REFUSED
031700         PERFORM 8000-FINISH
031800         GO TO 9999-EXIT
031900     END-IF
032000     PERFORM 2000-LOAD-DISPATCH-TABLE
032100     PERFORM 2100-LOAD-PAYLOAD-TABLE
032200     PERFORM 2200-LOAD-PLAN-TABLE
032300     PERFORM 3000-LOAD-CANDIDATES
032400     IF HRV-DRAFT-MODE
032500         PERFORM 5000-DRAFT-APPROVED
032600     ELSE
032700         PERFORM 4000-HARVEST-CAPTURES
032800         PERFORM 6000-PRINT-CANDIDATES
032900     END-IF
033000     IF NOT HRV-REFUSED
033100         PERFORM 7000-REWRITE-CANDIDATES
033200     END-IF
033300     PERFORM 8000-FINISH
033400     GO TO 9999-EXIT.
033500
033600*----------------------------------------------------------------
033700* 1000-INITIALIZE - OPEN THE REPORT, TAKE THE PARAMETERS AND
033800* REFUSE AN UNKNOWN MODE OR A FROM DATE THAT IS NOT A DATE.
033900*----------------------------------------------------------------
034000 1000-INITIALIZE.
034100     OPEN OUTPUT REPORT-FILE
034200     MOVE HRV-HEADING-1 TO REPORT-LINE
034300     WRITE REPORT-LINE
034400     ACCEPT HRV-TS-DATE FROM DATE YYYYMMDD
034500     ACCEPT HRV-TS-TIME FROM TIME
034600     IF NUMBER-OF-CALL-PARAMETERS > 0
034700         IF HRV-MODE-PARM NOT = SPACES
034800             MOVE HRV-MODE-PARM TO HRV-MODE
034900         END-IF
035000     END-IF
035100     IF NUMBER-OF-CALL-PARAMETERS > 1
035200         MOVE HRV-FROM-PARM TO HRV-FROM-DATE
035300     END-IF
035400     MOVE 'MODE:' TO HRV-PL-LABEL
035500     MOVE HRV-MODE TO HRV-PL-VALUE
035600     MOVE HRV-PARM-LINE TO REPORT-LINE
035700     WRITE REPORT-LINE
035800     IF HRV-LIST-MODE AND HRV-FROM-DATE NOT = SPACES
035900         MOVE 'CAPTURED FROM:' TO HRV-PL-LABEL
036000         MOVE HRV-FROM-DATE TO HRV-PL-VALUE
036100         MOVE HRV-PARM-LINE TO REPORT-LINE
036200         WRITE REPORT-LINE
036300     END-IF
036400     IF NOT HRV-LIST-MODE AND NOT HRV-DRAFT-MODE
036500         MOVE 'MODE MUST BE *LIST OR *DRAFT' TO HRV-F-REASON
036600         PERFORM 1900-REFUSE-RUN
036700     ELSE
036800         IF HRV-FROM-DATE NOT = SPACES
036900             AND HRV-FROM-DATE IS NOT NUMERIC
037000             MOVE 'FROM DATE MUST BE CCYYMMDD' TO HRV-F-REASON
037100             PERFORM 1900-REFUSE-RUN
037200         END-IF
037300     END-IF.
037400
037500*----------------------------------------------------------------
037600* 1900-REFUSE-RUN - PRINT THE ABORT LINE, TELL THE OPERATOR AND
037700* END WITH RETURN CODE 12. NOTHING IS WRITTEN TO ANY FILE.
037800*----------------------------------------------------------------
037900 1900-REFUSE-RUN.
038000     MOVE HRV-FATAL-LINE TO REPORT-LINE
038100     WRITE REPORT-LINE
038200     DISPLAY 'CC2CAPHRV: ' HRV-F-REASON UPON CONSOLE
038300     SET HRV-REFUSED TO TRUE
038400     MOVE 12 TO RETURN-CODE.
038500
038600*----------------------------------------------------------------
038700* 2000-LOAD-DISPATCH-TABLE - ONE ENTRY PER DISTINCT ACTIVE
038800* TSTCASE TYPE.
038900*----------------------------------------------------------------
039000 2000-LOAD-DISPATCH-TABLE.
039100     MOVE 'N' TO HRV-EOF-SW
039200     OPEN INPUT TESTCASE-FILE
039300     IF HRV-TCS-STATUS = '00'
039400         PERFORM 2010-READ-DISPATCH-ROW UNTIL HRV-EOF
039500         CLOSE TESTCASE-FILE
039600     ELSE
039700         IF HRV-TCS-STATUS = '05'
039800             CLOSE TESTCASE-FILE
039900         END-IF
040000     END-IF.
040100
040200 2010-READ-DISPATCH-ROW.
040300     READ TESTCASE-FILE
040400         AT END
040500             SET HRV-EOF TO TRUE
040600         NOT AT END
040700             IF NOT TC-INACTIVE
040800                 MOVE TC-TYPE TO HRV-CHK-TYPE
040900                 PERFORM 4210-FIND-DISPATCH-TYPE
041000                 IF NOT HRV-FOUND
041100                     MOVE TC-RESP TO HRV-PLAN-RESP
041200                     PERFORM 2020-ADD-DISPATCH-TYPE
041300                 END-IF
041400             END-IF
041500     END-READ.
041600
041700*--- HRV-CHK-TYPE / HRV-PLAN-RESP CARRY THE NEW ENTRY.
041800 2020-ADD-DISPATCH-TYPE.
041900     IF HRV-DSP-COUNT < HRV-TYPE-MAX
042000         ADD 1 TO HRV-DSP-COUNT
042100         SET HRV-DSP-IDX TO HRV-DSP-COUNT
042200         MOVE HRV-CHK-TYPE  TO HRV-D-TYPE (HRV-DSP-IDX)
042300         MOVE HRV-PLAN-RESP TO HRV-D-RESP (HRV-DSP-IDX)
042400     ELSE
042500         DISPLAY 'CC2CAPHRV: DISPATCH TABLE FULL, ROW '
042600             'DROPPED: ' HRV-CHK-TYPE UPON CONSOLE
042700     END-IF.
042800
042900*----------------------------------------------------------------
043000* 2100-LOAD-PAYLOAD-TABLE - ONE ENTRY PER ACTIVE CC2PAYLD ROW.
043100*----------------------------------------------------------------
043200 2100-LOAD-PAYLOAD-TABLE.
043300     MOVE 'N' TO HRV-EOF-SW
043400     OPEN INPUT PAYLOAD-FILE
043500     IF HRV-PAY-STATUS = '00'
043600         PERFORM 2110-READ-PAYLOAD-ROW UNTIL HRV-EOF
043700         CLOSE PAYLOAD-FILE
043800     ELSE
043900         IF HRV-PAY-STATUS = '05'
044000             CLOSE PAYLOAD-FILE
044100         END-IF
044200     END-IF.
044300
044400 2110-READ-PAYLOAD-ROW.
044500     READ PAYLOAD-FILE
044600         AT END
044700             SET HRV-EOF TO TRUE
044800         NOT AT END
044900             IF NOT PAY-INACTIVE
045000                 MOVE PAY-TYPE  TO HRV-CHK-TYPE
045100                 MOVE PAY-INPUT TO HRV-CHK-PAYLOAD
045200                 PERFORM 2120-ADD-PAYLOAD
045300             END-IF
045400     END-READ.
045500
045600*--- HRV-CHK-TYPE / HRV-CHK-PAYLOAD CARRY THE NEW ENTRY.
045700 2120-ADD-PAYLOAD.
045800     IF HRV-PAY-COUNT < HRV-PAY-MAX
045900         ADD 1 TO HRV-PAY-COUNT
046000         SET HRV-PAY-IDX TO HRV-PAY-COUNT
046100         MOVE HRV-CHK-TYPE    TO HRV-P-TYPE (HRV-PAY-IDX)
046200         MOVE HRV-CHK-PAYLOAD TO HRV-P-INPUT (HRV-PAY-IDX)
046300     ELSE
046400         DISPLAY 'CC2CAPHRV: PAYLOAD TABLE FULL, ROW '
046500             'DROPPED: ' HRV-CHK-TYPE UPON CONSOLE
046600     END-IF.
046700
046800*----------------------------------------------------------------
046900* 2200-LOAD-PLAN-TABLE - ONE ENTRY PER DISTINCT TYPE AN ACTIVE
047000* CC2CTL ROW RUNS.
047100*----------------------------------------------------------------
047200 2200-LOAD-PLAN-TABLE.
047300     MOVE 'N' TO HRV-EOF-SW
047400     OPEN INPUT CTL-FILE
047500     IF HRV-CTL-STATUS = '00'
047600         PERFORM 2210-READ-PLAN-ROW UNTIL HRV-EOF
047700         CLOSE CTL-FILE
047800     ELSE
047900         IF HRV-CTL-STATUS = '05'
048000             CLOSE CTL-FILE
048100         END-IF
048200     END-IF.
048300
048400 2210-READ-PLAN-ROW.
048500     READ CTL-FILE
048600         AT END
048700             SET HRV-EOF TO TRUE
048800         NOT AT END
048900             IF NOT CT-INACTIVE
049000                 MOVE CT-TYPE TO HRV-CHK-TYPE
049100                 PERFORM 4230-FIND-PLAN-TYPE
049200                 IF NOT HRV-FOUND
049300                     PERFORM 2220-ADD-PLAN-TYPE
049400                 END-IF
049500             END-IF
049600     END-READ.
049700
049800 2220-ADD-PLAN-TYPE.
049900     IF HRV-PLN-COUNT < HRV-TYPE-MAX
050000         ADD 1 TO HRV-PLN-COUNT
050100         SET HRV-PLN-IDX TO HRV-PLN-COUNT
050200         MOVE HRV-CHK-TYPE TO HRV-L-TYPE (HRV-PLN-IDX)
050300     ELSE
050400         DISPLAY 'CC2CAPHRV: PLAN TABLE FULL, ROW '
050500             'DROPPED: ' HRV-CHK-TYPE UPON CONSOLE
050600     END-IF.
050700
050800*----------------------------------------------------------------
050900* 3000-LOAD-CANDIDATES - READ THE CURRENT CC2CAPCND INTO THE
051000* CANDIDATE TABLE. NOTHING IS KEPT UNTIL 4000/5000 SAY SO. A
051100* *LIST RUN RECOUNTS THE SIGHTINGS FROM THE CAPTURES, SO THE
051200* OLD COUNTS ARE CLEARED; THE ANALYST'S FIELDS ARE CARRIED.
051300*----------------------------------------------------------------
051400 3000-LOAD-CANDIDATES.
051500     MOVE 'N' TO HRV-EOF-SW
051600     OPEN INPUT CANDIDATE-FILE
051700     IF HRV-CND-STATUS = '00'
051800         PERFORM 3100-READ-CANDIDATE UNTIL HRV-EOF
051900         CLOSE CANDIDATE-FILE
052000     ELSE
052100         IF HRV-CND-STATUS = '05'
052200             CLOSE CANDIDATE-FILE
052300         END-IF
052400     END-IF.
052500
052600 3100-READ-CANDIDATE.
052700     READ CANDIDATE-FILE
052800         AT END
052900             SET HRV-EOF TO TRUE
053000         NOT AT END
053100             IF HRV-CND-COUNT < HRV-CND-MAX
053200                 ADD 1 TO HRV-CND-COUNT
053300                 SET HRV-CND-IDX TO HRV-CND-COUNT
053400                 PERFORM 3200-TAKE-CANDIDATE
053500             ELSE
053600                 DISPLAY 'CC2CAPHRV: CANDIDATE TABLE FULL, ROW '
053700                     'DROPPED: ' CND-TYPE UPON CONSOLE
053800             END-IF
053900     END-READ.
054000
054100 3200-TAKE-CANDIDATE.
054200     MOVE CND-TYPE      TO HRV-C-TYPE (HRV-CND-IDX)
054300     MOVE CND-PAYLOAD   TO HRV-C-PAYLOAD (HRV-CND-IDX)
054400     MOVE CND-GAP       TO HRV-C-GAP (HRV-CND-IDX)
054500     MOVE CND-LIVE-RESP TO HRV-C-LIVE-RESP (HRV-CND-IDX)
054600     MOVE CND-APPROVAL  TO HRV-C-APPROVAL (HRV-CND-IDX)
054700     MOVE CND-RESP      TO HRV-C-RESP (HRV-CND-IDX)
054800     MOVE CND-DESC      TO HRV-C-DESC (HRV-CND-IDX)
054900     MOVE CND-SUITE     TO HRV-C-SUITE (HRV-CND-IDX)
055000     MOVE CND-BY        TO HRV-C-BY (HRV-CND-IDX)
055100     MOVE CND-DRAFTED   TO HRV-C-DRAFTED (HRV-CND-IDX)
055200     MOVE 'N'           TO HRV-C-KEEP (HRV-CND-IDX)
055300     IF HRV-LIST-MODE
055400         MOVE ZERO      TO HRV-C-SEEN (HRV-CND-IDX)
055500         MOVE SPACES    TO HRV-C-FIRST (HRV-CND-IDX)
055600         MOVE SPACES    TO HRV-C-LAST (HRV-CND-IDX)
055700     ELSE
055800         MOVE CND-SEEN  TO HRV-C-SEEN (HRV-CND-IDX)
055900         MOVE CND-FIRST TO HRV-C-FIRST (HRV-CND-IDX)
056000         MOVE CND-LAST  TO HRV-C-LAST (HRV-CND-IDX)
056100     END-IF.
056200
056300*----------------------------------------------------------------
056400* 4000-HARVEST-CAPTURES - ONE PASS OVER CC2CAPLOG. EVERY
056500* CAPTURED CALL IN THE PERIOD IS CLASSIFIED; AN UNCOVERED ONE
056600* IS COUNTED AGAINST ITS TYPE/PAYLOAD CANDIDATE. A CANDIDATE
056700* NOT SEEN THIS TIME IS STILL KEPT WHILE IT CARRIES AN
056800* ANALYST DECISION AND IS STILL UNCOVERED.
056900*----------------------------------------------------------------
057000 4000-HARVEST-CAPTURES.
057100     MOVE 'N' TO HRV-EOF-SW
057200     OPEN INPUT CAPTURE-FILE
057300     IF HRV-CAP-STATUS = '00'
057400         PERFORM 4100-READ-CAPTURE UNTIL HRV-EOF
057500         CLOSE CAPTURE-FILE
057600     ELSE
057700         IF HRV-CAP-STATUS = '05'
057800             CLOSE CAPTURE-FILE
057900         END-IF
058000     END-IF
058100     PERFORM 4400-RECHECK-CANDIDATE
058200         VARYING HRV-CND-IDX FROM 1 BY 1
058300         UNTIL HRV-CND-IDX > HRV-CND-COUNT.
058400
058500 4100-READ-CAPTURE.
058600     READ CAPTURE-FILE
058700         AT END
058800             SET HRV-EOF TO TRUE
058900         NOT AT END
059000             ADD 1 TO HRV-CAPTURE-COUNT
059100             IF HRV-FROM-DATE NOT = SPACES
059200                 AND CAP-TIMESTAMP (1:8) < HRV-FROM-DATE
059300                 ADD 1 TO HRV-OLDER-COUNT
059400             ELSE
059500                 MOVE CAP-TYPE    TO HRV-CHK-TYPE
059600                 MOVE CAP-PAYLOAD TO HRV-CHK-PAYLOAD
059700                 PERFORM 4200-CLASSIFY-COMBINATION
059800                 IF HRV-GAP = SPACES
059900                     ADD 1 TO HRV-COVERED-COUNT
060000                 ELSE
060100                     PERFORM 4300-POST-CANDIDATE
060200                 END-IF
060300             END-IF
060400     END-READ.
060500
060600*----------------------------------------------------------------
060700* 4200-CLASSIFY-COMBINATION - WHAT, IF ANYTHING, KEEPS THE
060800* HRV-CHK-TYPE / HRV-CHK-PAYLOAD COMBINATION OUT OF REGRESSION:
060900* NO DISPATCH ROW, NO PAYLOAD ROW, OR NO PLAN ROW, IN THAT
061000* ORDER. HRV-GAP IS BLANK WHEN IT IS COVERED.
061100*----------------------------------------------------------------
061200 4200-CLASSIFY-COMBINATION.
061300     MOVE SPACES TO HRV-GAP
061400     PERFORM 4210-FIND-DISPATCH-TYPE
061500     IF NOT HRV-FOUND
061600         MOVE 'NODSP' TO HRV-GAP
061700     ELSE
061800         IF HRV-CHK-PAYLOAD NOT = SPACES
061900             PERFORM 4220-FIND-PAYLOAD
062000             IF NOT HRV-FOUND
062100                 MOVE 'NOPAY' TO HRV-GAP
062200             END-IF
062300         END-IF
062400     END-IF
062500     IF HRV-GAP = SPACES
062600         PERFORM 4230-FIND-PLAN-TYPE
062700         IF NOT HRV-FOUND
062800             MOVE 'NOPLAN' TO HRV-GAP
062900         END-IF
063000     END-IF.
063100
063200 4210-FIND-DISPATCH-TYPE.
063300     MOVE 'N' TO HRV-FOUND-SW
063400     IF HRV-DSP-COUNT > ZERO
063500         SET HRV-DSP-IDX TO 1
063600         SEARCH HRV-DSP-ENTRY
063700             AT END
063800                 CONTINUE
063900             WHEN HRV-D-TYPE (HRV-DSP-IDX) = HRV-CHK-TYPE
064000                 SET HRV-FOUND TO TRUE
064100         END-SEARCH
064200     END-IF.
064300
064400 4220-FIND-PAYLOAD.
064500     MOVE 'N' TO HRV-FOUND-SW
064600     IF HRV-PAY-COUNT > ZERO
064700         SET HRV-PAY-IDX TO 1
064800         SEARCH HRV-PAY-ENTRY
064900             AT END
065000                 CONTINUE
065100             WHEN HRV-P-TYPE (HRV-PAY-IDX) = HRV-CHK-TYPE
065200                 AND HRV-P-INPUT (HRV-PAY-IDX) = HRV-CHK-PAYLOAD
065300                 SET HRV-FOUND TO TRUE
065400         END-SEARCH
065500     END-IF.
065600
065700 4230-FIND-PLAN-TYPE.
065800     MOVE 'N' TO HRV-FOUND-SW
065900     IF HRV-PLN-COUNT > ZERO
066000         SET HRV-PLN-IDX TO 1
066100         SEARCH HRV-PLN-ENTRY
066200             AT END
066300                 CONTINUE
066400             WHEN HRV-L-TYPE (HRV-PLN-IDX) = HRV-CHK-TYPE
066500                 SET HRV-FOUND TO TRUE
066600         END-SEARCH
066700     END-IF.
066800
066900*----------------------------------------------------------------
067000* 4300-POST-CANDIDATE - COUNT ONE UNCOVERED CAPTURED CALL
067100* AGAINST ITS CANDIDATE, ADDING THE CANDIDATE ON FIRST SIGHT.
067200*----------------------------------------------------------------
067300 4300-POST-CANDIDATE.
067400     MOVE 'N' TO HRV-FOUND-SW
067500     IF HRV-CND-COUNT > ZERO
067600         SET HRV-CND-IDX TO 1
067700         SEARCH HRV-CND-ENTRY
067800             AT END
067900                 CONTINUE
068000             WHEN HRV-C-TYPE (HRV-CND-IDX) = HRV-CHK-TYPE
068100                 AND HRV-C-PAYLOAD (HRV-CND-IDX)
068200                     = HRV-CHK-PAYLOAD
068300                 SET HRV-FOUND TO TRUE
068400         END-SEARCH
068500     END-IF
068600     IF NOT HRV-FOUND
068700         IF HRV-CND-COUNT < HRV-CND-MAX
068800             ADD 1 TO HRV-CND-COUNT
068900             SET HRV-CND-IDX TO HRV-CND-COUNT
069000             MOVE HRV-CHK-TYPE    TO HRV-C-TYPE (HRV-CND-IDX)
069100             MOVE HRV-CHK-PAYLOAD TO HRV-C-PAYLOAD (HRV-CND-IDX)
069200             MOVE ZERO   TO HRV-C-SEEN (HRV-CND-IDX)
069300             MOVE SPACES TO HRV-C-FIRST (HRV-CND-IDX)
069400             MOVE SPACES TO HRV-C-APPROVAL (HRV-CND-IDX)
069500             MOVE SPACES TO HRV-C-RESP (HRV-CND-IDX)
069600             MOVE SPACES TO HRV-C-DESC (HRV-CND-IDX)
069700             MOVE SPACES TO HRV-C-SUITE (HRV-CND-IDX)
069800             MOVE SPACES TO HRV-C-BY (HRV-CND-IDX)
069900             MOVE SPACES TO HRV-C-DRAFTED (HRV-CND-IDX)
070000             SET HRV-FOUND TO TRUE
070100         ELSE
070200             DISPLAY 'CC2CAPHRV: CANDIDATE TABLE FULL, '
070300                 'COMBINATION DROPPED: ' HRV-CHK-TYPE
070400                 UPON CONSOLE
070500         END-IF
070600     END-IF
070700     IF HRV-FOUND
070800         ADD 1 TO HRV-C-SEEN (HRV-CND-IDX)
070900         IF HRV-C-FIRST (HRV-CND-IDX) = SPACES
071000             MOVE CAP-TIMESTAMP TO HRV-C-FIRST (HRV-CND-IDX)
071100         END-IF
071200         MOVE CAP-TIMESTAMP TO HRV-C-LAST (HRV-CND-IDX)
071300         MOVE CAP-RESP      TO HRV-C-LIVE-RESP (HRV-CND-IDX)
071400         MOVE HRV-GAP       TO HRV-C-GAP (HRV-CND-IDX)
071500         MOVE 'Y'           TO HRV-C-KEEP (HRV-CND-IDX)
071600     END-IF.
071700
071800*----------------------------------------------------------------
071900* 4400-RECHECK-CANDIDATE - A CANDIDATE FROM THE OLD FILE THAT
072000* WAS NOT SEEN IN THIS PERIOD: KEEP IT ONLY WHILE THE ANALYST
072100* HAS DECIDED ON IT AND IT IS STILL UNCOVERED.
072200*----------------------------------------------------------------
072300 4400-RECHECK-CANDIDATE.
072400     IF HRV-C-KEEP (HRV-CND-IDX) = 'N'
072500         AND HRV-C-APPROVAL (HRV-CND-IDX) NOT = SPACES
072600         MOVE HRV-C-TYPE (HRV-CND-IDX)    TO HRV-CHK-TYPE
072700         MOVE HRV-C-PAYLOAD (HRV-CND-IDX) TO HRV-CHK-PAYLOAD
072800         PERFORM 4200-CLASSIFY-COMBINATION
072900         IF HRV-GAP NOT = SPACES
073000             MOVE HRV-GAP TO HRV-C-GAP (HRV-CND-IDX)
073100             MOVE 'Y'     TO HRV-C-KEEP (HRV-CND-IDX)
073200         END-IF
073300     END-IF.
073400
073500*----------------------------------------------------------------
073600* 5000-DRAFT-APPROVED - *DRAFT MODE. OPEN THE THREE DRAFT FILES
073700* FOR APPEND (ALL OR NOTHING - A DRAFT HALF WRITTEN IS WORSE
073800* THAN NONE), THEN WALK THE CANDIDATES: A COVERED ONE DROPS
073900* OFF, AN APPROVED UNDRAFTED ONE IS DRAFTED, THE REST ARE
074000* KEPT AS THEY ARE.
074100*----------------------------------------------------------------
074200 5000-DRAFT-APPROVED.
074300     OPEN EXTEND DRAFT-TRN-FILE
074400     OPEN EXTEND DRAFT-CTL-FILE
074500     OPEN EXTEND DRAFT-PAY-FILE
074600     IF (HRV-DTR-STATUS NOT = '00' AND HRV-DTR-STATUS NOT = '05')
074700         OR (HRV-DCT-STATUS NOT = '00'
074800             AND HRV-DCT-STATUS NOT = '05')
074900         OR (HRV-DPY-STATUS NOT = '00'
075000             AND HRV-DPY-STATUS NOT = '05')
075100         MOVE 'DRAFT FILES CANNOT BE OPENED' TO HRV-F-REASON
075200         PERFORM 1900-REFUSE-RUN
075300     ELSE
075400         MOVE SPACES TO REPORT-LINE
075500         WRITE REPORT-LINE
075600         MOVE HRV-SECTION-LINE-2 TO REPORT-LINE
075700         WRITE REPORT-LINE
075800         MOVE HRV-COLUMN-LINE-2 TO REPORT-LINE
075900         WRITE REPORT-LINE
076000         MOVE ZERO TO HRV-SECTION-COUNT
076100         PERFORM 5100-DRAFT-ONE-CANDIDATE
076200             VARYING HRV-CND-IDX FROM 1 BY 1
076300             UNTIL HRV-CND-IDX > HRV-CND-COUNT
076400         IF HRV-SECTION-COUNT = ZERO
076500             MOVE HRV-NONE-LINE TO REPORT-LINE
076600             WRITE REPORT-LINE
076700         END-IF
076800         PERFORM 6900-PRINT-SUMMARY
076900     END-IF
077000     IF HRV-DTR-STATUS = '00' OR HRV-DTR-STATUS = '05'
077100         CLOSE DRAFT-TRN-FILE
077200     END-IF
077300     IF HRV-DCT-STATUS = '00' OR HRV-DCT-STATUS = '05'
077400         CLOSE DRAFT-CTL-FILE
077500     END-IF
077600     IF HRV-DPY-STATUS = '00' OR HRV-DPY-STATUS = '05'
077700         CLOSE DRAFT-PAY-FILE
077800     END-IF.
077900
078000 5100-DRAFT-ONE-CANDIDATE.
078100     MOVE HRV-C-TYPE (HRV-CND-IDX)    TO HRV-CHK-TYPE
078200     MOVE HRV-C-PAYLOAD (HRV-CND-IDX) TO HRV-CHK-PAYLOAD
078300     PERFORM 4200-CLASSIFY-COMBINATION
078400     IF HRV-GAP = SPACES
078500         MOVE 'N' TO HRV-C-KEEP (HRV-CND-IDX)
078600     ELSE
078700         MOVE HRV-GAP TO HRV-C-GAP (HRV-CND-IDX)
078800         MOVE 'Y' TO HRV-C-KEEP (HRV-CND-IDX)
078900         IF HRV-C-APPROVED (HRV-CND-IDX)
079000             AND HRV-C-DRAFTED (HRV-CND-IDX) = SPACES
079100             PERFORM 5200-VALIDATE-CANDIDATE
079200             IF HRV-REJECT-REASON = SPACES
079300                 PERFORM 5300-DRAFT-DISPATCH
079400                 PERFORM 5400-DRAFT-PAYLOAD
079500                 PERFORM 5500-DRAFT-PLAN
079600                 MOVE HRV-TIMESTAMP
079700                     TO HRV-C-DRAFTED (HRV-CND-IDX)
079800                 ADD 1 TO HRV-DRAFTED-COUNT
079900             ELSE
080000                 MOVE HRV-C-TYPE (HRV-CND-IDX) TO HRV-RJ-TYPE
080100                 MOVE HRV-REJECT-REASON TO HRV-RJ-REASON
080200                 MOVE HRV-REJECT-LINE TO REPORT-LINE
080300                 WRITE REPORT-LINE
080400                 ADD 1 TO HRV-SECTION-COUNT
080500                 ADD 1 TO HRV-FAILED-COUNT
080600             END-IF
080700         END-IF
080800     END-IF.
080900
081000*----------------------------------------------------------------
081100* 5200-VALIDATE-CANDIDATE - WHAT CC2TCMNT WOULD REJECT ANYWAY,
081200* CAUGHT HERE: A RESERVED TYPE OR RESPONSE, NO RESPONSE, NO
081300* SUITE WHEN A PLAN ROW IS NEEDED, AND NO APPROVER - EVERY
081400* DRAFT MUST SAY WHO ASKED FOR IT. A BLANK DESCRIPTION IS
081500* DEFAULTED RATHER THAN REFUSED.
081600*----------------------------------------------------------------
081700 5200-VALIDATE-CANDIDATE.
081800     MOVE SPACES TO HRV-REJECT-REASON
081900     MOVE HRV-C-TYPE (HRV-CND-IDX) TO HRV-RESERVED-CHECK
082000     IF HRV-RESERVED-VALUE
082100         MOVE 'RESERVED TYPE VALUE' TO HRV-REJECT-REASON
082200     END-IF
082300     MOVE HRV-C-RESP (HRV-CND-IDX) TO HRV-RESERVED-CHECK
082400     IF HRV-REJECT-REASON = SPACES
082500         IF HRV-C-RESP (HRV-CND-IDX) = SPACES
082600             MOVE 'NO EXPECTED RESPONSE' TO HRV-REJECT-REASON
082700         ELSE
082800             IF HRV-RESERVED-VALUE
082900                 MOVE 'RESERVED RESP VALUE' TO HRV-REJECT-REASON
083000             END-IF
083100         END-IF
083200     END-IF
083300     IF HRV-REJECT-REASON = SPACES
083400         AND HRV-C-BY (HRV-CND-IDX) = SPACES
083500         MOVE 'NO APPROVER RECORDED' TO HRV-REJECT-REASON
083600     END-IF
083700     IF HRV-REJECT-REASON = SPACES
083800         AND HRV-C-SUITE (HRV-CND-IDX) = SPACES
083900         PERFORM 4230-FIND-PLAN-TYPE
083910         IF NOT HRV-FOUND
083920             MOVE 'L' TO HRV-DRF-KIND
083930             PERFORM 5600-FIND-DRAFTED
083940         END-IF
084000         IF NOT HRV-FOUND
084100             MOVE 'NO SUITE TO PLAN IT IN' TO HRV-REJECT-REASON
084200         END-IF
084300     END-IF
084400     IF HRV-REJECT-REASON = SPACES
084500         AND HRV-C-DESC (HRV-CND-IDX) = SPACES
084600         MOVE 'HARVESTED FROM LIVE TRAFFIC'
084700             TO HRV-C-DESC (HRV-CND-IDX)
084800     END-IF.
084900
085000*----------------------------------------------------------------
085100* 5300-DRAFT-DISPATCH - NO ACTIVE TSTCASE ROW FOR THE TYPE: AN
085110* 'A' TRANSACTION FOR CC2TCMNT, UNLESS ANOTHER CANDIDATE OF THE
085120* TYPE HAS ALREADY DRAFTED ONE THIS RUN.
085400*----------------------------------------------------------------
085500 5300-DRAFT-DISPATCH.
085600     PERFORM 4210-FIND-DISPATCH-TYPE
085610     IF NOT HRV-FOUND
085620         MOVE 'D' TO HRV-DRF-KIND
085630         PERFORM 5600-FIND-DRAFTED
085640     END-IF
085650     IF NOT HRV-FOUND
085800         MOVE 'A'                       TO DTR-ACTION
085900         MOVE HRV-C-TYPE (HRV-CND-IDX)  TO DTR-TYPE
086000         MOVE HRV-C-RESP (HRV-CND-IDX)  TO DTR-RESP
086100         MOVE HRV-C-DESC (HRV-CND-IDX)  TO DTR-DESC
086200         WRITE DRAFT-TRN-RECORD
086210         MOVE HRV-C-RESP (HRV-CND-IDX)  TO HRV-PLAN-RESP
086220         PERFORM 5700-ADD-DRAFTED
086500         MOVE 'CC2TCTRN' TO HRV-D2-TARGET
086600         PERFORM 5900-PRINT-DRAFT-LINE
086700     END-IF.
086800
086900*----------------------------------------------------------------
087000* 5400-DRAFT-PAYLOAD - A PAYLOAD WITH NO ACTIVE CC2PAYLD ROW:
087010* A DRAFT ROW ANSWERING THE APPROVED RESPONSE, ONCE PER RUN.
087200*----------------------------------------------------------------
087300 5400-DRAFT-PAYLOAD.
087400     IF HRV-CHK-PAYLOAD NOT = SPACES
087500         PERFORM 4220-FIND-PAYLOAD
087510         IF NOT HRV-FOUND
087520             MOVE 'P' TO HRV-DRF-KIND
087530             PERFORM 5600-FIND-DRAFTED
087540         END-IF
087550         IF NOT HRV-FOUND
087700             MOVE HRV-C-TYPE (HRV-CND-IDX)    TO DPY-TYPE
087800             MOVE HRV-C-PAYLOAD (HRV-CND-IDX) TO DPY-INPUT
087900             MOVE HRV-C-RESP (HRV-CND-IDX)    TO DPY-RESP
088000             MOVE SPACES                      TO DPY-ACTV
088100             WRITE DPY-RECORD
088110             PERFORM 5700-ADD-DRAFTED
088300             MOVE 'CC2PAYLD' TO HRV-D2-TARGET
088400             PERFORM 5900-PRINT-DRAFT-LINE
088500         END-IF
088600     END-IF.
088700
088800*----------------------------------------------------------------
088900* 5500-DRAFT-PLAN - NO ACTIVE CC2CTL ROW RUNS THE TYPE: A DRAFT
089000* SINGLE-STEP ROW IN THE APPROVED SUITE, EXPECTING WHAT THE
089100* DISPATCH TABLE ANSWERS FOR THE TYPE (PAYLOAD CASES CARRY
089110* THEIR OWN RESPONSE IN CC2PAYLD, AND A TYPE DRAFTED INTO
089120* TSTCASE THIS RUN ANSWERS WHAT ITS DRAFT SAYS).
089300*----------------------------------------------------------------
089400 5500-DRAFT-PLAN.
089500     PERFORM 4230-FIND-PLAN-TYPE
089510     IF NOT HRV-FOUND
089520         MOVE 'L' TO HRV-DRF-KIND
089530         PERFORM 5600-FIND-DRAFTED
089540     END-IF
089550     IF NOT HRV-FOUND
089700         PERFORM 4210-FIND-DISPATCH-TYPE
089800         IF HRV-FOUND
089900             MOVE HRV-D-RESP (HRV-DSP-IDX) TO HRV-PLAN-RESP
090000         ELSE
090010             MOVE 'D' TO HRV-DRF-KIND
090020             PERFORM 5600-FIND-DRAFTED
090030             IF HRV-FOUND
090040                 MOVE HRV-R-RESP (HRV-DRF-IDX) TO HRV-PLAN-RESP
090050             ELSE
090060                 MOVE HRV-C-RESP (HRV-CND-IDX) TO HRV-PLAN-RESP
090070             END-IF
090200         END-IF
090300         MOVE HRV-C-TYPE (HRV-CND-IDX)  TO DCT-TYPE
090400         MOVE HRV-PLAN-RESP             TO DCT-RESP
090500         MOVE HRV-C-DESC (HRV-CND-IDX)  TO DCT-DESC
090600         MOVE SPACES                    TO DCT-ACTV
090700         MOVE HRV-C-SUITE (HRV-CND-IDX) TO DCT-SUITE
090800         MOVE SPACES                    TO DCT-SCENARIO
090900         MOVE ZERO                      TO DCT-STEPSEQ
091000         WRITE DCT-CASE-RECORD
091010         MOVE 'L' TO HRV-DRF-KIND
091020         PERFORM 5700-ADD-DRAFTED
091200         MOVE 'CC2CTL' TO HRV-D2-TARGET
091300         PERFORM 5900-PRINT-DRAFT-LINE
091400     END-IF.
091500
091502*--- IS THERE A DRAFTED ROW OF KIND HRV-DRF-KIND FOR THE
091504*--- CANDIDATE (ITS PAYLOAD TOO FOR A CC2PAYLD ROW)?
091506 5600-FIND-DRAFTED.
091508     MOVE 'N' TO HRV-FOUND-SW
091510     IF HRV-DRF-COUNT > ZERO
091512         SET HRV-DRF-IDX TO 1
091514         SEARCH HRV-DRF-ENTRY
091516             AT END
091518                 CONTINUE
091520             WHEN HRV-R-KIND (HRV-DRF-IDX) = HRV-DRF-KIND
091522                 AND HRV-R-TYPE (HRV-DRF-IDX)
091524                     = HRV-C-TYPE (HRV-CND-IDX)
091526                 AND (HRV-DRF-KIND NOT = 'P'
091528                   OR HRV-R-INPUT (HRV-DRF-IDX)
091530                      = HRV-C-PAYLOAD (HRV-CND-IDX))
091532                 SET HRV-FOUND TO TRUE
091534         END-SEARCH
091536     END-IF.
091538
091540 5700-ADD-DRAFTED.
091542     IF HRV-DRF-COUNT < HRV-DRF-MAX
091544         ADD 1 TO HRV-DRF-COUNT
091546         SET HRV-DRF-IDX TO HRV-DRF-COUNT
091548         MOVE HRV-DRF-KIND TO HRV-R-KIND (HRV-DRF-IDX)
091550         MOVE HRV-C-TYPE (HRV-CND-IDX) TO HRV-R-TYPE (HRV-DRF-IDX)
091552         MOVE HRV-C-PAYLOAD (HRV-CND-IDX)
091554             TO HRV-R-INPUT (HRV-DRF-IDX)
091556         MOVE HRV-PLAN-RESP TO HRV-R-RESP (HRV-DRF-IDX)
091558     END-IF.
091560
091600 5900-PRINT-DRAFT-LINE.
091700     MOVE HRV-C-TYPE (HRV-CND-IDX)  TO HRV-D2-TYPE
091800     MOVE HRV-C-RESP (HRV-CND-IDX)  TO HRV-D2-RESP
091900     MOVE HRV-C-SUITE (HRV-CND-IDX) TO HRV-D2-SUITE
092000     MOVE HRV-DETAIL-LINE-2 TO REPORT-LINE
092100     WRITE REPORT-LINE
092200     IF HRV-C-PAYLOAD (HRV-CND-IDX) NOT = SPACES
092300         MOVE HRV-C-PAYLOAD (HRV-CND-IDX) TO HRV-PY-PAYLOAD
092400         MOVE HRV-PAYLOAD-LINE TO REPORT-LINE
092500         WRITE REPORT-LINE
092600     END-IF
092700     ADD 1 TO HRV-SECTION-COUNT.
092800
092900*----------------------------------------------------------------
093000* 6000-PRINT-CANDIDATES - *LIST MODE. EVERY KEPT CANDIDATE WITH
093100* ITS GAP, SIGHTINGS AND WHERE THE ANALYST'S DECISION STANDS.
093200*----------------------------------------------------------------
093300 6000-PRINT-CANDIDATES.
093400     MOVE SPACES TO REPORT-LINE
093500     WRITE REPORT-LINE
093600     MOVE HRV-SECTION-LINE-1 TO REPORT-LINE
093700     WRITE REPORT-LINE
093800     MOVE HRV-COLUMN-LINE-1 TO REPORT-LINE
093900     WRITE REPORT-LINE
094000     MOVE ZERO TO HRV-SECTION-COUNT
094100     PERFORM 6100-PRINT-ONE-CANDIDATE
094200         VARYING HRV-CND-IDX FROM 1 BY 1
094300         UNTIL HRV-CND-IDX > HRV-CND-COUNT
094400     IF HRV-SECTION-COUNT = ZERO
094500         MOVE HRV-NONE-LINE TO REPORT-LINE
094600         WRITE REPORT-LINE
094700     END-IF
094800     PERFORM 6900-PRINT-SUMMARY.
094900
095000 6100-PRINT-ONE-CANDIDATE.
095100     IF HRV-C-KEEP (HRV-CND-IDX) = 'Y'
095200         ADD 1 TO HRV-SECTION-COUNT
095300         ADD 1 TO HRV-UNCOVERED-COUNT
095400         MOVE HRV-C-TYPE (HRV-CND-IDX)      TO HRV-D1-TYPE
095500         MOVE HRV-C-GAP (HRV-CND-IDX)       TO HRV-D1-GAP
095600         MOVE HRV-C-SEEN (HRV-CND-IDX)      TO HRV-D1-SEEN
095700         MOVE HRV-C-LAST (HRV-CND-IDX)      TO HRV-D1-LAST
095800         MOVE HRV-C-LIVE-RESP (HRV-CND-IDX) TO HRV-D1-LIVE-RESP
095900         EVALUATE TRUE
096000             WHEN HRV-C-DRAFTED (HRV-CND-IDX) NOT = SPACES
096100                 MOVE 'DRAFTED' TO HRV-D1-STATUS
096200             WHEN HRV-C-APPROVED (HRV-CND-IDX)
096300                 MOVE 'APPROVED' TO HRV-D1-STATUS
096400             WHEN HRV-C-REJECTED (HRV-CND-IDX)
096500                 MOVE 'REJECTED' TO HRV-D1-STATUS
096600             WHEN OTHER
096700                 MOVE 'PENDING' TO HRV-D1-STATUS
096800                 ADD 1 TO HRV-PENDING-COUNT
096900         END-EVALUATE
097000         MOVE HRV-DETAIL-LINE-1 TO REPORT-LINE
097100         WRITE REPORT-LINE
097200         IF HRV-C-PAYLOAD (HRV-CND-IDX) NOT = SPACES
097300             MOVE HRV-C-PAYLOAD (HRV-CND-IDX) TO HRV-PY-PAYLOAD
097400             MOVE HRV-PAYLOAD-LINE TO REPORT-LINE
097500             WRITE REPORT-LINE
097600         END-IF
097700     END-IF.
097800
097900*----------------------------------------------------------------
098000* 6900-PRINT-SUMMARY - THE COUNTS FOR THE MODE RUN, AND THE
098100* RETURN CODE: 8 WHEN AN APPROVED CANDIDATE COULD NOT BE
098200* DRAFTED, 4 WHEN UNCOVERED COMBINATIONS AWAIT A DECISION.
098300*----------------------------------------------------------------
098400 6900-PRINT-SUMMARY.
098500     MOVE SPACES TO REPORT-LINE
098600     WRITE REPORT-LINE
098700     MOVE HRV-SECTION-LINE-3 TO REPORT-LINE
098800     WRITE REPORT-LINE
098900     IF HRV-LIST-MODE
099000         MOVE 'CAPTURED CALLS READ' TO HRV-TL-LABEL
099100         MOVE HRV-CAPTURE-COUNT TO HRV-TL-COUNT
099200         PERFORM 6910-PRINT-TOTAL
099300         MOVE 'OLDER THAN THE FROM DATE' TO HRV-TL-LABEL
099400         MOVE HRV-OLDER-COUNT TO HRV-TL-COUNT
099500         PERFORM 6910-PRINT-TOTAL
099600         MOVE 'ALREADY COVERED' TO HRV-TL-LABEL
099700         MOVE HRV-COVERED-COUNT TO HRV-TL-COUNT
099800         PERFORM 6910-PRINT-TOTAL
099900         MOVE 'UNCOVERED COMBINATIONS' TO HRV-TL-LABEL
100000         MOVE HRV-UNCOVERED-COUNT TO HRV-TL-COUNT
100100         PERFORM 6910-PRINT-TOTAL
100200         MOVE 'AWAITING A DECISION' TO HRV-TL-LABEL
100300         MOVE HRV-PENDING-COUNT TO HRV-TL-COUNT
100400         PERFORM 6910-PRINT-TOTAL
100500         IF HRV-PENDING-COUNT > ZERO
100600             MOVE 4 TO RETURN-CODE
100700         END-IF
100800     ELSE
100900         MOVE 'CANDIDATES DRAFTED' TO HRV-TL-LABEL
101000         MOVE HRV-DRAFTED-COUNT TO HRV-TL-COUNT
101100         PERFORM 6910-PRINT-TOTAL
101200         MOVE 'APPROVED BUT NOT DRAFTED' TO HRV-TL-LABEL
101300         MOVE HRV-FAILED-COUNT TO HRV-TL-COUNT
101400         PERFORM 6910-PRINT-TOTAL
101500         IF HRV-FAILED-COUNT > ZERO
101600             MOVE 8 TO RETURN-CODE
101700         END-IF
101800     END-IF.
101900
102000 6910-PRINT-TOTAL.
102100     MOVE HRV-TOTAL-LINE TO REPORT-LINE
102200     WRITE REPORT-LINE.
102300
102400*----------------------------------------------------------------
102500* 7000-REWRITE-CANDIDATES - REPLACE CC2CAPCND WITH THE KEPT
102600* CANDIDATES. A FILE THAT CANNOT BE REPLACED IS REPORTED WITH
102700* RETURN CODE 12 - IN *DRAFT MODE THE DRAFTED STAMPS ARE THEN
102800* LOST, AND THE NEXT RUN WOULD DRAFT THE SAME ROWS AGAIN.
102900*----------------------------------------------------------------
103000 7000-REWRITE-CANDIDATES.
103100     OPEN OUTPUT CANDIDATE-FILE
103200     IF HRV-CND-STATUS = '00'
103300         PERFORM 7100-WRITE-CANDIDATE
103400             VARYING HRV-CND-IDX FROM 1 BY 1
103500             UNTIL HRV-CND-IDX > HRV-CND-COUNT
103600         CLOSE CANDIDATE-FILE
103700     ELSE
103800         DISPLAY 'CC2CAPHRV: CC2CAPCND NOT REPLACED, STATUS '
103900             HRV-CND-STATUS UPON CONSOLE
104000         MOVE 12 TO RETURN-CODE
104100     END-IF.
104200
104300 7100-WRITE-CANDIDATE.
104400     IF HRV-C-KEEP (HRV-CND-IDX) = 'Y'
104500         MOVE HRV-C-TYPE (HRV-CND-IDX)      TO CND-TYPE
104600         MOVE HRV-C-PAYLOAD (HRV-CND-IDX)   TO CND-PAYLOAD
104700         MOVE HRV-C-GAP (HRV-CND-IDX)       TO CND-GAP
104800         MOVE HRV-C-SEEN (HRV-CND-IDX)      TO CND-SEEN
104900         MOVE HRV-C-FIRST (HRV-CND-IDX)     TO CND-FIRST
105000         MOVE HRV-C-LAST (HRV-CND-IDX)      TO CND-LAST
105100         MOVE HRV-C-LIVE-RESP (HRV-CND-IDX) TO CND-LIVE-RESP
105200         MOVE HRV-C-APPROVAL (HRV-CND-IDX)  TO CND-APPROVAL
105300         MOVE HRV-C-RESP (HRV-CND-IDX)      TO CND-RESP
105400         MOVE HRV-C-DESC (HRV-CND-IDX)      TO CND-DESC
105500         MOVE HRV-C-SUITE (HRV-CND-IDX)     TO CND-SUITE
105600         MOVE HRV-C-BY (HRV-CND-IDX)        TO CND-BY
105700         MOVE HRV-C-DRAFTED (HRV-CND-IDX)   TO CND-DRAFTED
105800         WRITE CND-RECORD
105900     END-IF.
106000
106100*----------------------------------------------------------------
106200* 8000-FINISH - CLOSE THE REPORT.
106300*----------------------------------------------------------------
106400 8000-FINISH.
106500     CLOSE REPORT-FILE.
106600
106700 9999-EXIT.
106800     GOBACK.
