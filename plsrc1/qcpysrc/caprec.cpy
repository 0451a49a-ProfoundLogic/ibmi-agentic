000100*--------------------------------------------------------------
000200* CAPREC - CC2CAPLOG CAPTURED LIVE CALL RECORD.
000300*--------------------------------------------------------------
000400* MODIFICATION HISTORY
000500*   DATE       INIT  DESCRIPTION
000600*   2026-10-15 OPS   INITIAL VERSION.
000700*--------------------------------------------------------------
000800* ONE ROW APPENDED BY CBLCALLP2 PER LIVE (NON-REGRESSION) CALL
000900* OF A TYPE SWITCHED ON IN CC2CAPCTL: WHEN, THE LK-TYPE AND
001000* THE LK-PAYLOAD RECEIVED (BLANK FOR A TWO-PARAMETER CALLER),
001100* THE LK-RESP HANDED BACK AND THE JOB THAT SENT IT. CC2AUDLG
001200* KEEPS NO PAYLOAD, SO THIS FILE IS THE ONLY RECORD OF WHAT
001300* REAL CALLERS SEND. CC2CAPHRV HARVESTS IT INTO PROPOSED
001400* REGRESSION SCENARIOS. COPY THIS MEMBER RATHER THAN
001500* RE-DECLARING THE RECORD SO WRITER AND HARVEST STAY IN STEP.
001600*--------------------------------------------------------------
001700 01  CAP-RECORD.
001800     03  CAP-TIMESTAMP        PIC X(14).
001900     03  CAP-TYPE             PIC X(10).
002000     03  CAP-PAYLOAD          PIC X(50).
002100     03  CAP-RESP             PIC X(10).
002200     03  CAP-JOB              PIC X(10).
002300     03  CAP-USER             PIC X(10).
002400     03  CAP-JOBNBR           PIC X(06).
