000100*--------------------------------------------------------------
000200* ALRREC - CC2ALRLOG MONITOR ALERT LOG RECORD.
000300*--------------------------------------------------------------
000400* MODIFICATION HISTORY
000500*   DATE       INIT  DESCRIPTION
000600*   2026-10-15 OPS   INITIAL VERSION.
000610*   2026-10-15 OPS   SEVERITY, OPERATOR ACKNOWLEDGMENT (WHO,
000620*                    WHEN, COMMENT) AND ON-CALL ESCALATION
000630*                    (WHEN, TO WHICH MESSAGE QUEUE) ADDED.
000700*--------------------------------------------------------------
000710* ROWS ARE NEVER DELETED OR REORDERED; ONLY THE TRAILING
000720* ACKNOWLEDGMENT AND ON-CALL FIELDS ARE FILLED IN LATER, IN
000730* PLACE. CC2DQMON WRITES ONE ROW FOR EVERY OPERATOR
000900* ALERT IT RAISES, AT THE MOMENT IT RAISES IT, SO WHAT THE
001000* MONITOR SAID OVERNIGHT SURVIVES THE CONSOLE MESSAGES:
001100*   FAIL        A CBLCALLP2 FAIL SIGNAL (ALR-KEY = LK-TYPE,
001200*               ALR-RESP = THE LK-RESP SIGNALLED).
001300*   ESCALATE    THE SAME LK-TYPE FAILED MON-ESCALATE-LIMIT
001400*               TIMES IN A ROW.
001500*   HARD        THE DRIVER'S RETRY PASS CONFIRMED A HARD
001600*               FAILURE OF THE LK-TYPE.
001700*   STALLED     THE RUN IN FLIGHT WENT QUIET PAST ITS GAP
001800*               ALLOWANCE (ALR-KEY = SUITE).
001900*   OVERDUE     THE RUN IN FLIGHT IS PAST ITS END-BY TIME.
002000*   NOTSTARTED  A SUITE WAS NOT STARTED BY ITS START-BY TIME.
002100*   INCOMPLETE  A MULTI-STREAM RUN LOST A STREAM.
002110* ALR-SEVERITY COMES FROM THE KIND'S CC2ALRCFG RULE (ACFREC).
002120* THE OPERATOR ACKNOWLEDGES AN ALERT FROM THE CC2STSDSP ALERT
002130* PANEL (ALR-ACK-*); ONE LEFT UNACKNOWLEDGED PAST ITS RULE'S
002140* MINUTES IS SENT TO THE ON-CALL MESSAGE QUEUE BY CC2DQMON
002150* (ALR-ONCALL-*; QUEUE '*FAILED' WHEN THE SEND FAILED).
002160* CC2ALRHND REPORTS THE NIGHT'S ALERTS AT HANDOVER, AND
002170* THE CC2DRLRPT DRILL REPORT MATCHES INJECTED FAULTS AGAINST
002300* THESE ROWS. COPY THIS MEMBER RATHER THAN RE-DECLARING THE
002400* RECORD SO WRITER AND READERS STAY IN STEP.
002500*--------------------------------------------------------------
002600 01  ALR-RECORD.
002700     03  ALR-STAMP            PIC X(14).
002800     03  ALR-KIND             PIC X(10).
002900         88  ALR-FAIL                        VALUE 'FAIL'.
003000         88  ALR-ESCALATE                    VALUE 'ESCALATE'.
003100         88  ALR-HARD                        VALUE 'HARD'.
003200         88  ALR-STALLED                     VALUE 'STALLED'.
003300         88  ALR-OVERDUE                     VALUE 'OVERDUE'.
003400         88  ALR-NOT-STARTED                 VALUE 'NOTSTARTED'.
003500         88  ALR-INCOMPLETE                  VALUE 'INCOMPLETE'.
003600     03  ALR-KEY              PIC X(10).
003700     03  ALR-RESP             PIC X(10).
003800     03  ALR-TEXT             PIC X(60).
003810     03  ALR-SEVERITY         PIC X(04).
003820         88  ALR-SEV-CRIT                    VALUE 'CRIT'.
003830         88  ALR-SEV-WARN                    VALUE 'WARN'.
003840         88  ALR-SEV-INFO                    VALUE 'INFO'.
003850     03  ALR-ACK-USER         PIC X(10).
003860     03  ALR-ACK-STAMP        PIC X(14).
003870         88  ALR-UNACKNOWLEDGED              VALUE SPACES.
003880     03  ALR-ACK-TEXT         PIC X(50).
003890     03  ALR-ONCALL-STAMP     PIC X(14).
003900     03  ALR-ONCALL-MSGQ      PIC X(10).
