000100*--------------------------------------------------------------
000200* SNPREC - CC2CFGSNP RUN CONFIGURATION SNAPSHOT RECORD.
000300*--------------------------------------------------------------
000400* MODIFICATION HISTORY
000500*   DATE       INIT  DESCRIPTION
000600*   2026-10-15 OPS   INITIAL VERSION.
000700*--------------------------------------------------------------
000800* APPEND-ONLY. THE DISPATCH CONFIGURATION A REGRESSION RUN WAS
000900* JUDGED AGAINST, FROZEN UNDER THE RUN STAMP IT STAMPS ON ITS
001000* CC2RSLT ROWS. ONE HEADER ROW ('*RUN') PER RUN STAMP, THEN ONE
001100* ROW PER CONFIGURATION ROW, THE WHOLE ROW IMAGE KEPT:
001200*   TSTCASE    EVERY TSTCASE ROW, ACTIVE OR PARKED (KEY: TYPE).
001300*   CC2PAYLD   EVERY CC2PAYLD ROW, ACTIVE OR PARKED (KEY: TYPE
001400*              PLUS PAYLOAD INPUT).
001500*   CC2WAIVR   EVERY WAIVER NOT YET EXPIRED ON THE RUN DATE
001600*              (KEY: THE WAIVER KEY).
001700* WRITTEN ONCE PER RUN STAMP BY CC2CFGSNP. A RESUMED RUN, AND
001800* EVERY STREAM OF A MULTI-STREAM RUN, FINDS THE HEADER AND
001900* REUSES THE ROWS INSTEAD OF TAKING A SECOND COPY. THE
002000* ALTERNATE VIEWS OF SNP-IMAGE MATCH TCREC, PAYREC AND THE
002100* CC2WAIVR ROW. COPY THIS MEMBER RATHER THAN RE-DECLARING THE
002200* RECORD SO WRITERS AND READERS STAY IN STEP.
002300*--------------------------------------------------------------
002400 01  SNP-RECORD.
002500     03  SNP-RUNSTAMP         PIC X(14).
002600     03  SNP-KIND             PIC X(08).
002700         88  SNP-HEADER                      VALUE '*RUN'.
002800         88  SNP-TSTCASE                     VALUE 'TSTCASE'.
002900         88  SNP-PAYLOAD                     VALUE 'CC2PAYLD'.
003000         88  SNP-WAIVER                      VALUE 'CC2WAIVR'.
003100     03  SNP-KEY              PIC X(60).
003200     03  SNP-KEY-TYPE REDEFINES SNP-KEY.
003300         05  SNP-KEY-LKTYPE   PIC X(10).
003400         05  SNP-KEY-INPUT    PIC X(50).
003500     03  SNP-IMAGE            PIC X(80).
003600     03  SNP-TC-IMAGE REDEFINES SNP-IMAGE.
003700         05  SNP-TC-TYPE      PIC X(10).
003800         05  SNP-TC-RESP      PIC X(10).
003900         05  SNP-TC-DESC      PIC X(30).
004000         05  SNP-TC-ACTV      PIC X(01).
004100         05  SNP-TC-SUITE     PIC X(10).
004200         05  SNP-TC-SCENARIO  PIC X(10).
004300         05  SNP-TC-STEPSEQ   PIC S9(03).
004400         05  FILLER           PIC X(06).
004500     03  SNP-PAY-IMAGE REDEFINES SNP-IMAGE.
004600         05  SNP-PAY-TYPE     PIC X(10).
004700         05  SNP-PAY-INPUT    PIC X(50).
004800         05  SNP-PAY-RESP     PIC X(10).
004900         05  SNP-PAY-ACTV     PIC X(01).
005000             88  SNP-PAY-INACTIVE            VALUE 'I'.
005100         05  FILLER           PIC X(09).
005200     03  SNP-WVR-IMAGE REDEFINES SNP-IMAGE.
005300         05  SNP-WVR-KEY      PIC X(10).
005400         05  SNP-WVR-TICKET   PIC X(10).
005500         05  SNP-WVR-EXPIRES  PIC X(08).
005600         05  SNP-WVR-DESC     PIC X(30).
005700         05  FILLER           PIC X(22).
005800     03  SNP-HDR-IMAGE REDEFINES SNP-IMAGE.
005900         05  SNP-HDR-JOB      PIC X(10).
006000         05  SNP-HDR-USER     PIC X(10).
006100         05  SNP-HDR-JOBNBR   PIC X(06).
006200         05  SNP-HDR-TCCOUNT  PIC S9(07).
006300         05  SNP-HDR-PAYCOUNT PIC S9(07).
006400         05  SNP-HDR-WVRCOUNT PIC S9(07).
006500         05  FILLER           PIC X(33).
006600     03  SNP-STAMP            PIC X(14).
