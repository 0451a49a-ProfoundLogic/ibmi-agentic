001130*                    ADDED THE NEW 'UP' (UNRECOGNIZED PAYLOAD)
001140*                    REJECT TO THE FAILURE RULE SO IT COUNTS
001150*                    THE SAME WAY THE CC2DTAQ SIGNAL DOES.
001160*   2026-10-15 OPS   AUDREC GREW AUD-DRILL/AUD-FAULT (55
001170*                    BYTES) - WIDENED THE ARCHIVE RECORD TO
001180*                    MATCH.
001185*   2026-10-15 OPS   ROWS OF A FAULT-INJECTION DRILL (AUD-DRILL
001190*                    SET) ARE NOT REAL ACTIVITY AND ARE SKIPPED.
001200*--------------------------------------------------------------
001300* DESCRIPTION:
001400*   BUILDS THE MONTHLY ACTIVITY PICTURE FROM THE AUDIT TRAIL:
004400     COPY "audrec".
004500
004600 FD  ARCHIVE-FILE.
004700 01  ARCHIVE-RECORD              PIC X(55).
004800
004900 FD  REPORT-FILE.
005000 01  REPORT-LINE                 PIC X(80).
007900         88  ST-W-PE-CODE        VALUE 'PE'.
008000         88  ST-W-UK-CODE        VALUE 'UK'.
008010         88  ST-W-UP-CODE        VALUE 'UP'.
008020     03  ST-W-ELAPSED            PIC S9(07).
008030     03  ST-W-DRILL              PIC X(10).
008040     03  ST-W-FAULT              PIC X(04).
008100
008200 01  ST-TYPE-COUNT               PIC S9(04) BINARY VALUE ZERO.
008300 01  ST-TYPE-TABLE.
027800*----------------------------------------------------------------
027900* 2500-POST-WORK-ROW - ONE AUDIT ROW INTO EVERY TALLY IT
028000* BELONGS IN, PROVIDED IT FALLS IN THE REPORT MONTH AND ITS
028010* STAMP CARRIES A USABLE DAY AND HOUR. A DRILL ROW IS LEFT OUT.
028200*----------------------------------------------------------------
028300 2500-POST-WORK-ROW.
028400     IF ST-W-STAMP (1:6) = ST-REPORT-MONTH
028410         AND ST-W-DRILL = SPACES
028500         ADD 1 TO ST-TOTAL-CALLS
028600         PERFORM 2510-POST-TYPE-TALLY
028700         PERFORM 2520-POST-OUTCOME-TALLY
