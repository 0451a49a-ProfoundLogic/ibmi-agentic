000100*--------------------------------------------------------------
000200* CMDREC - CC2CMDQ OPERATOR RUN-COMMAND ENTRY.
000300*--------------------------------------------------------------
000400* MODIFICATION HISTORY
000500*   DATE       INIT  DESCRIPTION
000600*   2026-10-14 OPS   INITIAL VERSION.
000610*   2026-10-15 OPS   CC2CMDQ IS NOW A KEYED QUEUE (KEYLEN(6)),
000620*                    KEYED ON CMD-JOBNBR: WITH SEVERAL STREAM
000630*                    JOBS RECEIVING AT ONCE, EACH RECEIVES
000640*                    ONLY THE ENTRIES ADDRESSED TO IT.
000700*--------------------------------------------------------------
000800* ONE ENTRY PER OPERATOR COMMAND, PUSHED ONTO DATA QUEUE
000900* CC2CMDQ BY THE CC2STSDSP OPERATOR DISPLAY AND RECEIVED BY
001000* CBLTSTDRV AT ITS NEXT SCENARIO BOUNDARY (WHERE IT HAS JUST
001100* CHECKPOINTED). CMD-JOBNBR NAMES THE RUN THE OPERATOR SAW
001200* IN CC2RUNREG: A DRIVER IGNORES AN ENTRY ADDRESSED TO ANY
001300* OTHER JOB, SO A COMMAND LEFT ON THE QUEUE AFTER ITS RUN
001400* ENDED CANNOT PAUSE OR CANCEL THE NEXT NIGHT'S RUN. COPY
001500* THIS MEMBER RATHER THAN RE-DECLARING THE ENTRY SO SENDER
001600* AND RECEIVER STAY IN STEP.
001610*
001620* THE QUEUE IS KEYED (KEYLEN(6)) ON CMD-JOBNBR. SENDERS PASS
001630* THE JOB NUMBER AS THE KEY; A RECEIVER ASKS FOR KEY EQ ITS
001640* OWN JOB NUMBER. A MULTI-STREAM RUN IS ADDRESSED THROUGH ITS
001650* CC2STRCRD COORDINATOR, WHICH RELAYS THE COMMAND TO EACH
001660* LIVE STREAM JOB UNDER THAT JOB'S OWN KEY.
001700*--------------------------------------------------------------
001800 01  CMD-ENTRY.
001900     03  CMD-VERB             PIC X(08).
002000         88  CMD-PAUSE                       VALUE 'PAUSE'.
002100         88  CMD-RESUME                      VALUE 'RESUME'.
002200         88  CMD-CANCEL                      VALUE 'CANCEL'.
002300     03  CMD-USER             PIC X(10).
002400     03  CMD-STAMP            PIC X(14).
002500     03  CMD-JOBNBR           PIC X(06).
