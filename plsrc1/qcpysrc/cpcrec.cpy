000100*--------------------------------------------------------------
000200* CPCREC - CC2CAPCTL LIVE-CALL CAPTURE SWITCH RECORD.
000300*--------------------------------------------------------------
000400* MODIFICATION HISTORY
000500*   DATE       INIT  DESCRIPTION
000600*   2026-10-15 OPS   INITIAL VERSION.
000700*--------------------------------------------------------------
000800* ONE ROW PER LK-TYPE WHOSE LIVE CALLS CBLCALLP2 SHOULD RECORD
000900* IN CC2CAPLOG (PAYLOAD INCLUDED), OR A SINGLE '*ALL' ROW FOR
001000* EVERY TYPE. AN EMPTY OR MISSING FILE MEANS CAPTURE IS OFF,
001100* WHICH IS THE NORMAL STATE. CPC-UNTIL (CCYYMMDD, BLANK =
001200* OPEN-ENDED) ENDS A CAPTURE WINDOW WITHOUT ANYONE HAVING TO
001300* REMEMBER TO SWITCH IT OFF; ROWS PARKED INACTIVE ('I') STAY
001400* ON FILE BUT CAPTURE NOTHING. CBLCALLP2 READS THE FILE WITH
001500* ITS DISPATCH TABLES (FIRST CALL OF THE JOB AND ON '*RELOAD'),
001600* AND NEVER CAPTURES IN A JOB A REGRESSION DRIVER HAS DECLARED
001700* ITSELF IN ('*REGRESS' CONTROL CALL). COPY THIS MEMBER RATHER
001800* THAN RE-DECLARING THE RECORD.
001900*--------------------------------------------------------------
002000 01  CPC-RECORD.
002100     03  CPC-TYPE             PIC X(10).
002200         88  CPC-ALL-TYPES                   VALUE '*ALL'.
002300     03  CPC-UNTIL            PIC X(08).
002400     03  CPC-ACTV             PIC X(01).
002500         88  CPC-INACTIVE                    VALUE 'I'.
002600     03  CPC-DESC             PIC X(30).
