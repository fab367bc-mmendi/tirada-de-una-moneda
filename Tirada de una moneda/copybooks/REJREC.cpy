001000* ISPF-EDITING A DATASET.  THE BET FIELDS ARE CARRIED AS PLAIN
001100* CHARACTERS ON PURPOSE - A REJECT OFTEN HOLDS EXACTLY THE
001200* GARBAGE THAT FAILED THE EDIT, AND IT MUST BE STORABLE AS IS.
001210* THE BET TYPE, LEG COUNT AND LEG PICKS OF A COMBINATION BET
001220* (SEE BETREC) ARE CARRIED THE SAME WAY.
001300*
001400* RJM-STATUS LIFE CYCLE:  P = PENDING CORRECTION (WRITTEN BY
001500* Program5), R = RELEASED BY THE SUPERVISOR (STILL AMENDABLE),
002200* DATE       INIT DESCRIPTION
002300* ---------- ---- -----------------------------------------------
002400* 09/03/2026 RA   ORIGINAL COPYBOOK.
002410* 10/15/2026 RA   ADDED RJM-BET-TYPE, RJM-LEG-COUNT AND
002420*                 RJM-LEG-PICKS FOR COMBINATION BETS.  RECORD
002430*                 GREW FROM 56 TO 68 BYTES.
002500*----------------------------------------------------------------
002600 01  REJECT-MASTER-RECORD.
002700     05  RJM-KEY.
004700         10  RJM-PICK            PIC X(01).
004800         10  FILLER              PIC X(01).
004900         10  RJM-AMOUNT          PIC X(09).
005000         10  FILLER              PIC X(01).
005100         10  RJM-BET-TYPE        PIC X(01).
005200         10  FILLER              PIC X(01).
005300         10  RJM-LEG-COUNT       PIC X(02).
005400         10  FILLER              PIC X(01).
005500         10  RJM-LEG-PICKS       PIC X(06).
