000100*--------------------------------------------------------------
000200* PRMREC - CC2PRMDEC PROMOTION GATE DECISION RECORD.
000300*--------------------------------------------------------------
000400* MODIFICATION HISTORY
000500*   DATE       INIT  DESCRIPTION
000600*   2026-10-14 OPS   INITIAL VERSION.
000700*--------------------------------------------------------------
000800* ONE ROW APPENDED BY CC2PRMGT PER GATE DECISION AND NEVER
000900* REWRITTEN: WHEN IT WAS TAKEN, FOR WHICH SUITE AND CHANGE
001000* TICKET, THE CC2RSLT RUN STAMP IT WAS JUDGED ON, WHAT THE
001100* RULES SAID (PRM-COMPUTED), WHAT WAS FINALLY DECIDED
001200* (PRM-DECISION), AND - WHEN THE TWO DIFFER - THE REVIEWER
001300* AND THE REASON THEY GAVE. THE COUNTS ARE THE EVIDENCE THE
001400* RULES SAW; THE INDIVIDUAL REASONS ARE IN CC2PRMRSN (COPYBOOK
001500* PRRREC) UNDER THE SAME PRM-STAMP AND PRM-TICKET. COPY THIS
001600* MEMBER RATHER THAN RE-DECLARING THE RECORD SO WRITER AND
001700* READERS STAY IN STEP.
001800*--------------------------------------------------------------
001900 01  PRM-RECORD.
002000     03  PRM-STAMP            PIC X(14).
002100     03  PRM-SUITE            PIC X(10).
002200     03  PRM-TICKET           PIC X(10).
002300     03  PRM-RUNSTAMP         PIC X(14).
002400     03  PRM-WINDOW-TO        PIC X(14).
002500     03  PRM-JOB              PIC X(10).
002600     03  PRM-USER             PIC X(10).
002700     03  PRM-JOBNBR           PIC X(06).
002800     03  PRM-COMPUTED         PIC X(13).
002900     03  PRM-DECISION         PIC X(13).
003000         88  PRM-GO              VALUE 'GO'.
003100         88  PRM-NO-GO           VALUE 'NO-GO'.
003200         88  PRM-NEEDS-SIGNOFF   VALUE 'NEEDS-SIGNOFF'.
003300     03  PRM-OVERRIDE         PIC X(01).
003400         88  PRM-OVERRIDDEN      VALUE 'O'.
003500         88  PRM-SIGNED-OFF      VALUE 'S'.
003600     03  PRM-REVIEWER         PIC X(10).
003700     03  PRM-OVR-REASON       PIC X(50).
003800     03  PRM-PASS             PIC S9(07).
003900     03  PRM-FAIL             PIC S9(07).
004000     03  PRM-HARD             PIC S9(07).
004100     03  PRM-WVRD             PIC S9(07).
004200     03  PRM-FLKY             PIC S9(07).
004300     03  PRM-NEVER            PIC S9(07).
004400     03  PRM-UNPLANNED        PIC S9(07).
004500     03  PRM-EXCEPTIONS       PIC S9(07).
004600     03  PRM-WVR-EXPIRED      PIC S9(07).
