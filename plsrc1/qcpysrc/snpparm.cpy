000100*--------------------------------------------------------------
000200* SNPPARM - CC2CFGSNP CALL INTERFACE PARAMETER LIST.
000300*--------------------------------------------------------------
000400* MODIFICATION HISTORY
000500*   DATE       INIT  DESCRIPTION
000600*   2026-10-15 OPS   INITIAL VERSION.
000700*--------------------------------------------------------------
000800* COPY THIS MEMBER INTO THE LINKAGE SECTION OF CC2CFGSNP AND
000900* THE WORKING-STORAGE OF EVERY CALLER, AND PASS THE ITEMS AS
001000* SEPARATE CALL OPERANDS IN THIS ORDER, SO BOTH SIDES OF THE
001100* CALL STAY IN STEP.
001200*   SNPP-FUNCTION  TAKE     FREEZE THE CONFIGURATION UNDER
001300*                           SNPP-RUNSTAMP, OR REUSE THE SNAPSHOT
001400*                           ALREADY THERE (SNPP-DIFF-COUNT IS
001500*                           THEN THE NUMBER OF LIVE ROWS THAT
001600*                           NO LONGER MATCH IT).
001700*                  COMPARE  COUNT THE ROWS THAT DIFFER BETWEEN
001800*                           THE SNAPSHOTS OF SNPP-RUNSTAMP AND
001900*                           SNPP-OTHER-STAMP.
002000*   SNPP-RESULT    TAKEN, REUSED, COMPARED, NONE (A SNAPSHOT
002100*                  ASKED FOR IS NOT ON FILE) OR FAILED (THE
002200*                  SNAPSHOT COULD NOT BE WRITTEN).
002300*   SNPP-TYPE-LIST THE DISTINCT LK-TYPES (OR WAIVER KEYS) OF THE
002400*                  DIFFERING ROWS - AT MOST 200, THE REST ARE
002500*                  COUNTED IN SNPP-DIFF-COUNT ONLY.
002600*--------------------------------------------------------------
002700 01  SNPP-FUNCTION            PIC X(08).
002800     88  SNPP-TAKE                           VALUE 'TAKE'.
002900     88  SNPP-COMPARE                        VALUE 'COMPARE'.
003000 01  SNPP-RUNSTAMP            PIC X(14).
003100 01  SNPP-OTHER-STAMP         PIC X(14).
003200 01  SNPP-RESULT              PIC X(08).
003300     88  SNPP-TAKEN                          VALUE 'TAKEN'.
003400     88  SNPP-REUSED                         VALUE 'REUSED'.
003500     88  SNPP-COMPARED                       VALUE 'COMPARED'.
003600     88  SNPP-NONE                           VALUE 'NONE'.
003700     88  SNPP-FAILED                         VALUE 'FAILED'.
003800 01  SNPP-DIFF-COUNT          PIC S9(07) BINARY.
003900 01  SNPP-TYPE-COUNT          PIC S9(04) BINARY.
004000 01  SNPP-TYPE-LIST.
004100     03  SNPP-TYPE            PIC X(10) OCCURS 200 TIMES.
