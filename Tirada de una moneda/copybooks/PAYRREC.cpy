001300* CASH OFFICE CAN VERIFY THE ARITHMETIC; THE EXPOSURE REPORT
001400* (Program17) AND THE COIB ENTRY SCREEN (Program9) QUOTE THE
001500* SAME MASTER.  MAINTAINED BY Program18 (JOB COINRATE).
001510*
001520* PR-COMBO-MULT PRICES A COMBINATION BET (SEE BETREC) BY ITS
001530* LEG COUNT: ENTRY 1 IS THE MULTIPLIER FOR 2 LEGS, ENTRY 2 FOR
001540* 3 LEGS, AND SO ON UP TO 6 LEGS IN ENTRY 5 (ENTRY = LEGS - 1).
001550* A ZERO ENTRY MEANS COMBINATIONS OF THAT LENGTH ARE NOT OFFERED
001560* UNDER THESE TERMS.  THE OUTCOME OVERRIDES DO NOT APPLY TO
001570* COMBINATIONS.
001600*----------------------------------------------------------------
001700* MODIFICATION HISTORY
001800*----------------------------------------------------------------
001900* DATE       INIT DESCRIPTION
002000* ---------- ---- -----------------------------------------------
002100* 09/03/2026 RA   ORIGINAL COPYBOOK.
002110* 10/15/2026 RA   ADDED PR-COMBO-MULT, ONE MULTIPLIER PER LEG
002120*                 COUNT FOR COMBINATION BETS.  RECORD GREW FROM
002130*                 23 TO 48 BYTES.
002200*----------------------------------------------------------------
002300 01  PAYOUT-RATE-RECORD.
002400     05  PR-KEY.
002900     05  PR-CARA-MULT            PIC 9(02)V9(02).
003000     05  FILLER                  PIC X(01).
003100     05  PR-CRUZ-MULT            PIC 9(02)V9(02).
003200     05  PR-COMBO-RATES.
003300         10  PR-COMBO-ENTRY      OCCURS 5 TIMES.
003400             15  FILLER          PIC X(01).
003500             15  PR-COMBO-MULT   PIC 9(02)V9(02).
