000100*--------------------------------------------------------------
000200* PRRREC - CC2PRMRSN PROMOTION GATE DECISION REASON RECORD.
000300*--------------------------------------------------------------
000400* MODIFICATION HISTORY
000500*   DATE       INIT  DESCRIPTION
000600*   2026-10-14 OPS   INITIAL VERSION.
000700*--------------------------------------------------------------
000800* ONE ROW PER REASON BEHIND A CC2PRMGT DECISION, APPENDED
000900* ALONGSIDE THE CC2PRMDEC DECISION ROW (COPYBOOK PRMREC) AND
001000* TIED TO IT BY PRR-STAMP AND PRR-TICKET. PRR-SEVERITY SAYS
001100* WHAT THE REASON DID TO THE DECISION: NO-GO BLOCKS IT,
001200* SIGNOFF NEEDS A REVIEWER, INFO IS EVIDENCE ONLY (INCLUDING
001300* THE OVERRIDE ITSELF). PRR-KEY IS THE SCENARIO KEY, LK-TYPE
001400* OR WAIVER THE REASON IS ABOUT, BLANK FOR A RUN-WIDE ONE.
001500* COPY THIS MEMBER RATHER THAN RE-DECLARING THE RECORD SO
001600* WRITER AND READERS STAY IN STEP.
001700*--------------------------------------------------------------
001800 01  PRR-RECORD.
001900     03  PRR-STAMP            PIC X(14).
002000     03  PRR-TICKET           PIC X(10).
002100     03  PRR-SEQ              PIC S9(03).
002200     03  PRR-SEVERITY         PIC X(08).
002300     03  PRR-KEY              PIC X(10).
002400     03  PRR-TEXT             PIC X(40).
