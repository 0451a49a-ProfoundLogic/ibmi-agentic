000100*--------------------------------------------------------------
000200* FLTREC - CC2FAULT FAULT-INJECTION DRILL ENTRY RECORD.
000300*--------------------------------------------------------------
000400* MODIFICATION HISTORY
000500*   DATE       INIT  DESCRIPTION
000600*   2026-10-15 OPS   INITIAL VERSION.
000700*--------------------------------------------------------------
000800* ONE ROW PER FAULT OF A NAMED DRILL. CBLCALLP2 ONLY LOOKS AT
000900* THIS FILE WHEN A DRILL RUN ARMS IT (CBLTSTDRV STARTED WITH
001000* THE DRILL NAME AS ITS FIFTH PARAMETER SENDS THE '*DRILL'
001100* CONTROL CALL); IT THEN LOADS THE ACTIVE ROWS OF THAT DRILL
001200* AND, FOR EVERY CALL OF FLT-TYPE (AND OF FLT-PAYLOAD, WHEN
001300* THAT IS NOT BLANK), MISBEHAVES ON PURPOSE:
001400*   RESP   ANSWER FLT-RESP INSTEAD OF THE PLANNED LK-RESP.
001500*   PE     FAIL THE CALL AS A PARAMETER ERROR (RETURN CODE
001600*          20, LK-RESP LEFT AS THE CALLER SENT IT).
001700*   UK     ANSWER UK AS IF THE TYPE WERE UNKNOWN.
001800*   DLAY   HOLD THE CALL FLT-SECONDS (ZERO MEANS 900) BEFORE
001900*          ANSWERING NORMALLY - SET IT PAST THE SUITE'S
002000*          CC2DQEXP GAP SO THE WATCHDOG SHOULD CALL A STALL.
002100* EVERY CALL IT TAMPERS WITH IS AUDITED WITH THE DRILL NAME
002200* AND THE FAULT KIND (AUD-DRILL / AUD-FAULT), AND THE CC2DRLRPT
002300* DRILL REPORT CHECKS EACH ROW HERE WAS CAUGHT. ROWS PARKED
002400* INACTIVE ('I') STAY ON FILE BUT ARE NOT INJECTED. COPY THIS
002500* MEMBER RATHER THAN RE-DECLARING THE RECORD SO CBLCALLP2 AND
002600* THE REPORT STAY IN STEP.
002700*--------------------------------------------------------------
002800 01  FLT-RECORD.
002900     03  FLT-DRILL            PIC X(10).
003000     03  FLT-TYPE             PIC X(10).
003100     03  FLT-PAYLOAD          PIC X(50).
003200     03  FLT-ACTION           PIC X(04).
003300         88  FLT-WRONG-RESP                  VALUE 'RESP'.
003400         88  FLT-PARM-ERROR                  VALUE 'PE'.
003500         88  FLT-UNKNOWN-TYPE                VALUE 'UK'.
003600         88  FLT-DELAY                       VALUE 'DLAY'.
003700     03  FLT-RESP             PIC X(10).
003800     03  FLT-SECONDS          PIC S9(05).
003900     03  FLT-ACTV             PIC X(01).
004000         88  FLT-INACTIVE                    VALUE 'I'.
004100     03  FLT-DESC             PIC X(30).
