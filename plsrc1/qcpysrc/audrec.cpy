000820*                    TIME IN HUNDREDTHS OF A SECOND -
000830*                    AUD-TIMESTAMP SAYS WHEN A CALL HAPPENED,
000840*                    THIS SAYS HOW LONG IT RAN.
000850*   2026-10-15 OPS   ADDED AUD-DRILL AND AUD-FAULT. A CALL MADE
000860*                    WHILE A FAULT-INJECTION DRILL HAS
000870*                    CBLCALLP2 ARMED CARRIES THE DRILL NAME,
000880*                    AND ONE THE DRILL TAMPERED WITH ALSO
000890*                    CARRIES THE FAULT KIND (RESP/PE/UK/DLAY).
000895*                    BOTH ARE BLANK ON EVERY REAL CALL.
000900*--------------------------------------------------------------
001000* ONE ROW APPENDED TO CC2AUDLG PER CBLCALLP2 INVOCATION: WHEN
001100* IT RAN, THE LK-TYPE RECEIVED, AND THE LK-RESP HANDED BACK.
001300* (SAME LAYOUT), AND CC2AUDRPT BUILDS THE MONTHLY ACTIVITY
001400* STATISTICS FROM BOTH. COPY THIS MEMBER RATHER THAN
001500* RE-DECLARING THE RECORD SO ALL OF THEM STAY IN STEP.
001510* READERS JUDGING REAL ACTIVITY SKIP ROWS WITH A DRILL NAME.
001600*--------------------------------------------------------------
001700 01  AUDIT-RECORD.
001800     03  AUD-TIMESTAMP        PIC X(14).
001900     03  AUD-TYPE             PIC X(10).
002000     03  AUD-RESP             PIC X(10).
002100     03  AUD-ELAPSED          PIC S9(07).
002200     03  AUD-DRILL            PIC X(10).
002300     03  AUD-FAULT            PIC X(04).
