001200* ELIGIBLE FOR TONIGHT'S UNLOAD), C = CANCELLED AT THE COUNTER
001300* BEFORE THE DRAW, U = UNLOADED TO BATCH (FROZEN - TOO LATE TO
001400* AMEND OR CANCEL ONLINE).
001410*
001420* OBET-BET-TYPE "C" IS A COMBINATION BET ON OBET-LEG-COUNT
001430* CONSECUTIVE TOSSES STARTING AT OBET-SEQUENCE, ONE PICK PER LEG
001440* IN OBET-LEG-PICKS (SEE BETREC); OBET-PICK THEN HOLDS LEG 1.  A
001450* SINGLE BET CARRIES TYPE "S" AND ONE LEG.
001500*----------------------------------------------------------------
001600* MODIFICATION HISTORY
001700*----------------------------------------------------------------
001800* DATE       INIT DESCRIPTION
001900* ---------- ---- -----------------------------------------------
002000* 08/22/2026 RA   ORIGINAL COPYBOOK.
002010* 10/15/2026 RA   ADDED OBET-BET-TYPE, OBET-LEG-COUNT AND
002020*                 OBET-LEG-PICKS FOR COMBINATION BETS.  RECORD
002030*                 GREW FROM 46 TO 58 BYTES.
002100*----------------------------------------------------------------
002200 01  ONLINE-BET-RECORD.
002300     05  OBET-KEY.
003500         88  OBET-UNLOADED       VALUE "U".
003600     05  FILLER                  PIC X(01).
003700     05  OBET-ENTRY-DATE         PIC 9(08).
003800     05  FILLER                  PIC X(01).
003900     05  OBET-BET-TYPE           PIC X(01).
004000         88  OBET-SINGLE         VALUE "S" " ".
004100         88  OBET-COMBINATION    VALUE "C".
004200     05  FILLER                  PIC X(01).
004300     05  OBET-LEG-COUNT          PIC 9(02).
004400     05  FILLER                  PIC X(01).
004500     05  OBET-LEG-PICKS          PIC X(06).
