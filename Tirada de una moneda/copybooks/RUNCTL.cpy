001400* OUTCOMES AFTER THE DRAW.  ON A RESTART AFTER AN ABEND THE
001500* RECORD WRITTEN WHEN THE RUN FIRST STARTED IS KEPT, SO THE
001600* ORIGINAL SEED SURVIVES AND ONLY THE TALLIES ARE REFRESHED.
001610* A RUN THE FLOOR MANAGER DECLARES INVALID IS BACKED OUT BY THE
001620* RUN-VOID JOB (Program22, JOB COINVOID), WHICH SETS
001630* RCTL-RUN-STATUS TO V AND STAMPS RCTL-VOID-DATE.  THE FAIRNESS
001640* AND PATTERN REPORTS (Program3, Program8) AND THE REPLAY
001650* VERIFICATION (Program11) LEAVE A VOID RUN OUT.  A LIVE RUN
001660* CARRIES A BLANK STATUS AND A ZERO VOID DATE.
001700*----------------------------------------------------------------
001800* MODIFICATION HISTORY
001900*----------------------------------------------------------------
002000* DATE       INIT DESCRIPTION
002100* ---------- ---- -----------------------------------------------
002200* 08/22/2026 RA   ORIGINAL COPYBOOK.
002210* 10/15/2026 RA   ADDED RCTL-RUN-STATUS AND RCTL-VOID-DATE FOR
002220*                 THE RUN-VOID JOB.  THE RECORD GREW FROM 45 TO
002230*                 56 BYTES - RECORDSIZE UPDATED IN COINTOSS AND
002240*                 THE RCTLARCH DCB IN COINARCH.
002300*----------------------------------------------------------------
002400 01  RUN-CONTROL-RECORD.
002500     05  RCTL-KEY.
003300     05  RCTL-CARA-COUNT         PIC 9(05).
003400     05  FILLER                  PIC X(01).
003500     05  RCTL-CRUZ-COUNT         PIC 9(05).
003600     05  FILLER                  PIC X(01).
003700     05  RCTL-RUN-STATUS         PIC X(01).
003800         88  RCTL-RUN-LIVE       VALUE SPACE.
003900         88  RCTL-RUN-VOID       VALUE "V".
004000     05  FILLER                  PIC X(01).
004100     05  RCTL-VOID-DATE          PIC 9(08).
