000100*--------------------------------------------------------------
000200* ACFREC - CC2ALRCFG ALERT SEVERITY AND ESCALATION RULE.
000300*--------------------------------------------------------------
000400* MODIFICATION HISTORY
000500*   DATE       INIT  DESCRIPTION
000600*   2026-10-15 OPS   INITIAL VERSION.
000700*--------------------------------------------------------------
000800* ONE ROW PER CC2DQMON ALERT KIND (ALR-KIND IN ALRREC): THE
000900* SEVERITY ITS ALERTS ARE LOGGED WITH, THE MINUTES ONE MAY
001000* STAY UNACKNOWLEDGED BEFORE CC2DQMON SENDS IT TO THE ON-CALL
001100* MESSAGE QUEUE (ZERO = NEVER), AND THAT QUEUE (BLANK = THE
001200* MONITOR'S DEFAULT). A KIND WITH NO ROW TAKES THE MONITOR'S
001300* BUILT-IN RULE. COPY THIS MEMBER RATHER THAN RE-DECLARING
001400* THE RECORD.
001500*--------------------------------------------------------------
001600 01  ACF-RECORD.
001700     03  ACF-KIND             PIC X(10).
001800     03  ACF-SEVERITY         PIC X(04).
001900     03  ACF-MINUTES          PIC S9(05).
002000     03  ACF-MSGQ             PIC X(10).
