000100*--------------------------------------------------------------
000200* CNDREC - CC2CAPCND HARVESTED SCENARIO CANDIDATE RECORD.
000300*--------------------------------------------------------------
000400* MODIFICATION HISTORY
000500*   DATE       INIT  DESCRIPTION
000600*   2026-10-15 OPS   INITIAL VERSION.
000700*--------------------------------------------------------------
000800* ONE ROW PER DISTINCT TYPE/PAYLOAD COMBINATION SEEN IN LIVE
000900* TRAFFIC (CC2CAPLOG) THAT NO REGRESSION SCENARIO COVERS,
001000* REBUILT BY EVERY CC2CAPHRV '*LIST' RUN. CND-GAP SAYS WHAT IS
001100* MISSING:
001200*   NODSP   NO ACTIVE TSTCASE ROW FOR THE TYPE (LIVE CALLS
001300*           ARE ANSWERED UK).
001400*   NOPAY   THE PAYLOAD HAS NO ACTIVE CC2PAYLD ROW (LIVE CALLS
001500*           ARE ANSWERED UP).
001600*   NOPLAN  DISPATCHABLE, BUT NO ACTIVE CC2CTL ROW RUNS THE
001700*           TYPE, SO REGRESSION NEVER SENDS IT.
001800* THE HARVEST FILLS THE COUNTS AND THE LAST LIVE ANSWER; THE
001900* ANALYST FILLS THE REST: CND-APPROVAL 'A' (DRAFT IT) OR 'R'
002000* (NOT WANTED), THE EXPECTED LK-RESP, A DESCRIPTION, THE SUITE
002100* TO PLAN IT IN AND THEIR OWN USER ID. THOSE FIELDS SURVIVE
002200* EVERY REBUILD. CC2CAPHRV '*DRAFT' TURNS APPROVED ROWS INTO
002300* DRAFT CC2TCTRN/CC2CTL/CC2PAYLD ROWS AND STAMPS CND-DRAFTED.
002400* A COMBINATION DROPS OFF THE FILE ONCE IT IS COVERED. COPY
002500* THIS MEMBER RATHER THAN RE-DECLARING THE RECORD.
002600*--------------------------------------------------------------
002700 01  CND-RECORD.
002800     03  CND-TYPE             PIC X(10).
002900     03  CND-PAYLOAD          PIC X(50).
003000     03  CND-GAP              PIC X(06).
003100         88  CND-NO-DISPATCH                 VALUE 'NODSP'.
003200         88  CND-NO-PAYLOAD                  VALUE 'NOPAY'.
003300         88  CND-NO-PLAN                     VALUE 'NOPLAN'.
003400     03  CND-SEEN             PIC S9(07).
003500     03  CND-FIRST            PIC X(14).
003600     03  CND-LAST             PIC X(14).
003700     03  CND-LIVE-RESP        PIC X(10).
003800     03  CND-APPROVAL         PIC X(01).
003900         88  CND-APPROVED                    VALUE 'A'.
004000         88  CND-REJECTED                    VALUE 'R'.
004100     03  CND-RESP             PIC X(10).
004200     03  CND-DESC             PIC X(30).
004300     03  CND-SUITE            PIC X(10).
004400     03  CND-BY               PIC X(10).
004500     03  CND-DRAFTED          PIC X(14).
