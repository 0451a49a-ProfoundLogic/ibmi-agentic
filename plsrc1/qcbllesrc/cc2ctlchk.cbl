001000*   2026-09-02 OPS   INITIAL VERSION - NIGHTLY DRIFT CHECK
001100*                    BETWEEN THE TSTCASE DISPATCH TABLE AND
001200*                    THE CC2CTL REGRESSION PLAN.
001210*   2026-10-15 OPS   '*DRILL' AND '*REGRESS' JOIN THE CONTROL
001220*                    VALUES CBLCALLP2 DISPATCHES ITSELF.
001300*--------------------------------------------------------------
001400* DESCRIPTION:
001500*   TSTCASE AND CC2CTL SHARE THE TCREC ROW LAYOUT BUT NOTHING
002900*   SCHEDULER CAN FLAG IT BEFORE THE WINDOW OPENS INSTEAD OF
003000*   AFTER A NIGHT OF PHANTOM UK FAILURES.
003100*
003200*   THE VALUES CBLCALLP2 OWNS ITSELF (UTEST AND THE '*RELOAD',
003300*   '*DRILL' AND '*REGRESS' CONTROL CALLS) ARE INTERCEPTED
003350*   BEFORE ITS TABLE LOOKUP, SO A CC2CTL ROW CARRYING ONE OF
003400*   THEM IS DISPATCHABLE WITH NO TSTCASE ROW AND IS LEFT OUT
003500*   OF THE COMPARISON.
003600*--------------------------------------------------------------
003700
003800 ENVIRONMENT DIVISION.
007400*--- VALUES CBLCALLP2 DISPATCHES ITSELF, AHEAD OF THE TABLE
007500*--- LOOKUP - SEE THE RESERVED LIST CC2TCMNT ENFORCES.
007600 01  CHK-RESERVED-CHECK          PIC X(10).
007700     88  CHK-RESERVED-VALUE      VALUE 'UTEST', '*RELOAD',
007710                                           '*DRILL', '*REGRESS'.
007800
007900*--- ONE ENTRY PER DISTINCT ACTIVE TSTCASE TYPE AND THE
008000*--- RESPONSE IT DISPATCHES.
021500*----------------------------------------------------------------
021600* 3000-LOAD-PLAN-TABLE - ONE ENTRY PER DISTINCT ACTIVE CC2CTL
021700* TYPE, CARRYING THE FIRST EXPECTED RESPONSE SEEN FOR IT. THE
021800* PROGRAM-OWNED CONTROL VALUES (UTEST, *RELOAD, *DRILL,
021850* *REGRESS) ARE SKIPPED - THEY DISPATCH WITHOUT A TSTCASE ROW
021900* BY DESIGN.
022000*----------------------------------------------------------------
022100 3000-LOAD-PLAN-TABLE.
022200     MOVE 'N' TO CHK-EOF-SW
