000400* MODIFICATION HISTORY
000500*   DATE       INIT  DESCRIPTION
000600*   2026-09-02 OPS   INITIAL VERSION.
000610*   2026-10-14 OPS   ADDED REG-STATE (RUNNING / PAUSED /
000620*                    CANCELLED), REG-SINCE AND REG-BY FOR THE
000630*                    OPERATOR PAUSE/RESUME/CANCEL COMMANDS. A
000640*                    BLANK STATE (A ROW FROM BEFORE) READS AS
000650*                    RUNNING.
000655*   2026-10-15 OPS   MULTI-STREAM RUNS - THE CC2STRCRD
000660*                    COORDINATOR REGISTERS THE WHOLE RUN HERE
000665*                    AS SUITE '*STREAMS'; EACH STREAM'S DRIVER
000670*                    KEEPS ITS OWN ROW IN A MEMBER OF THIS FILE
000675*                    NAMED AFTER THE STREAM. NEW STATE
000680*                    INCOMPLETE: A STREAM DIED AND THE RUN
000685*                    WAITS FOR THE COORDINATOR TO RESUME IT.
000700*--------------------------------------------------------------
000800* ONE ROW AT MOST: THE CBLTSTDRV RUN CURRENTLY IN FLIGHT -
000900* WHICH SUITE, WHICH JOB IS RUNNING IT, AND WHEN IT STARTED.
001200* RATHER THAN REWRITE THE CHECKPOINT AND INTERLEAVE CC2RSLT
001300* ROWS UNDER A SECOND RUN STAMP; A ROW WHOSE JOB IS NO LONGER
001400* ACTIVE IS A STALE LOCK AND IS RECLAIMED. QUERY THE FILE TO
001500* SEE WHAT IS RUNNING RIGHT NOW. AN OPERATOR PAUSE OR RESUME
001510* REWRITES THE ROW WITH THE NEW STATE, WHEN IT TOOK EFFECT
001520* AND WHO SENT IT; A CANCELLED RUN LEAVES ITS ROW BEHIND IN
001530* STATE CANCELLED (BESIDE ITS CC2CHKPT CHECKPOINT) AND THE
001540* NEXT START TAKES IT OVER AND RESUMES. COPY THIS MEMBER
001600* RATHER THAN RE-DECLARING THE RECORD SO WRITER AND READERS
001610* STAY IN STEP.
001620*
001630* A MULTI-STREAM RUN (REG-SUITE '*STREAMS') IS HELD BY THE
001640* COORDINATOR JOB, WHICH RELAYS OPERATOR COMMANDS TO ITS
001650* STREAMS; THE STREAMS' OWN ROWS LIVE IN PER-STREAM MEMBERS
001660* AND ARE NOT SEEN BY READERS OF THE FIRST MEMBER.
001700*--------------------------------------------------------------
001800 01  REG-RECORD.
001900     03  REG-SUITE            PIC X(10).
001910         88  REG-MULTI-STREAM                VALUE '*STREAMS'.
002000     03  REG-JOB              PIC X(10).
002100     03  REG-USER             PIC X(10).
002200     03  REG-JOBNBR           PIC X(06).
002300     03  REG-STAMP            PIC X(14).
002400     03  REG-STATE            PIC X(10).
002500         88  REG-PAUSED                      VALUE 'PAUSED'.
002600         88  REG-CANCELLED                   VALUE 'CANCELLED'.
002610         88  REG-INCOMPLETE                  VALUE 'INCOMPLETE'.
002700     03  REG-SINCE            PIC X(14).
002800     03  REG-BY               PIC X(10).
