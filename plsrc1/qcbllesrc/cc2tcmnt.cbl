001270*   2026-09-02 OPS   ADDED 'UP' (UNRECOGNIZED PAYLOAD) TO THE
001280*                    RESERVED VALUES NOW THAT CBLCALLP2 OWNS
001290*                    THAT CODE TOO.
001292*   2026-10-15 OPS   ADDED THE '*DRILL' AND '*REGRESS' CONTROL
001294*                    CALLS TO THE RESERVED VALUES - CBLCALLP2
001296*                    INTERCEPTS BOTH BEFORE ITS TABLE LOOKUP.
001300*--------------------------------------------------------------
001400* DESCRIPTION:
001500*   READS CC2TCTRN, A FILE OF MAINTENANCE TRANSACTIONS AGAINST
009000 77  TM-CASE-MAX                 PIC S9(04) BINARY VALUE 1000.
009100 77  TM-REJECT-REASON            PIC X(30) VALUE SPACES.
009200
009300*--- VALUES CBLCALLP2 OWNS ITSELF: UTEST AND THE '*RELOAD',
009400*--- '*DRILL' AND '*REGRESS' CONTROL CALLS ARE INTERCEPTED
009500*--- BEFORE THE TABLE LOOKUP SO A ROW WITH ONE CAN NEVER FIRE,
009550*--- AND THE OK/MM/PE/UK CODES BELONG TO ITS CC2-RETURN-CODE
009560*--- TABLE.
009600 01  TM-RESERVED-CHECK           PIC X(10).
009700     88  TM-RESERVED-VALUE       VALUE 'UTEST', 'OK',
009800                                       'MM', 'PE', 'UK',
009820                                       'UP',
009850                                       '*RELOAD', '*DRILL',
009860                                       '*REGRESS'.
009900
010000 01  TM-TIMESTAMP.
010100     03  TM-TS-DATE              PIC 9(08).
