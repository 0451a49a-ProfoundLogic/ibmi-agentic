001120*                    WIDENED THE ARCHIVE AND WORK RECORDS TO
001130*                    MATCH SO THE ELAPSED TIME SURVIVES BOTH
001140*                    THE ARCHIVE WRITE AND THE PURGE COPY-BACK.
001150*   2026-10-15 OPS   AUDREC GREW AUD-DRILL/AUD-FAULT (55
001160*                    BYTES) - WIDENED THE ARCHIVE AND WORK
001170*                    RECORDS TO MATCH SO A DRILL CALL STAYS
001180*                    MARKED AFTER IT IS ARCHIVED.
001190*   2026-10-15 OPS   DOCUMENTED THE YEARLY ARCHIVE MEMBER NAME
001195*                    (YCCYY), WHICH CC2COVRPT RELIES ON.
001200*--------------------------------------------------------------
001300* DESCRIPTION:
001400*   MOVES CC2AUDLG ROWS OLDER THAN THE RETENTION PERIOD INTO
002500*   BACK, EVERY KEPT ROW IS STILL IN CC2AUDNEW FOR THE
002600*   OPERATOR TO RECOVER. NOTHING IS CLEARED UNLESS BOTH THE
002700*   ARCHIVE AND THE WORK FILE OPENED CLEANLY.
002710*
002720*   THE ARCHIVE KEEPS ONE MEMBER PER YEAR, NAMED Y AND THE
002730*   FOUR-DIGIT YEAR (Y2026). THE NIGHTLY CL ADDS THE MEMBER
002740*   WHEN THE YEAR TURNS AND OVERRIDES CC2AUDARC TO IT BEFORE
002750*   CALLING THIS PROGRAM. CC2COVRPT SELECTS THE MEMBERS BY THE
002760*   SAME NAME, SO A CHANGE TO ONE MUST BE MADE IN BOTH.
002800*--------------------------------------------------------------
002900
003000 ENVIRONMENT DIVISION.
004800     COPY "audrec".
004900
005000 FD  ARCHIVE-FILE.
005100 01  ARCHIVE-RECORD              PIC X(55).
005200
005300 FD  WORK-FILE.
005400 01  WORK-RECORD                 PIC X(55).
005500
005600 FD  REPORT-FILE.
005700 01  REPORT-LINE                 PIC X(80).
