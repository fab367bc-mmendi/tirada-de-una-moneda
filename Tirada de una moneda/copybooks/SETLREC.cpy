000500* (Program2) FOR THE CASH OFFICE AND THE GENERAL LEDGER, SO THAT
000600* PAYOUTS NO LONGER HAVE TO BE RE-KEYED OFF THE PRINTED PAYOUT
000700* REPORT.  ONE HEADER RECORD, ONE DETAIL RECORD PER BET THAT
000800* ACTUALLY SETTLED (WIN OR LOSS - REJECTED AND CARRIED BETS DO
000900* NOT APPEAR), AND ONE TRAILER RECORD CARRYING THE DETAIL
001000* RECORD COUNT AND HASH TOTALS OF STAKE AND PAYOUT, SO THE
001100* RECEIVING SYSTEM CAN PROVE IT GOT THE WHOLE FILE.  EACH
001200* DETAIL ALSO CARRIES THE PAYOUT RATE APPLIED (SEE PAYRREC),
001250* SO THE CASH OFFICE CAN VERIFY PAYOUT = STAKE * RATE.  ALL
001260* THREE LAYOUTS ARE 78 BYTES; THE RECORD TYPE IN THE FIRST TWO
001300* BYTES TELLS THEM APART (HD / DT / TR).
001303*
001306* THE RUN-VOID JOB (Program22) APPENDS ITS OWN HD / DT / TR GROUP
001309* WHEN A DRAW IS VOIDED: ONE DETAIL PER ORIGINAL DETAIL OF THE
001312* VOIDED RUN, SAME BETTOR / RUN-ID / SEQUENCE / STAKE / PAYOUT /
001315* RATE, STD-WIN-LOSS "V" AND STD-SETTLE-DATE THE DATE OF THE
001318* VOID.  A "V" DETAIL CANCELS THE ORIGINAL: THE STAKE GOES BACK
001321* TO THE BETTOR AND ANY PAYOUT IS CLAWED BACK.  THE HD RECORD
001324* OF A VOID GROUP CARRIES THE SETTLEMENT DATE OF THE VOIDED RUN
001327* IN STH-VOIDED-DATE (SPACES ON EVERY OTHER HD, AND ON A VOID
001330* GROUP WRITTEN BEFORE THE FIELD EXISTED), SO THE V DETAILS TIE
001333* TO THE EXACT RUN THEY REVERSE.
001336*
001339* A BET CARRIED PAST THE CARRY LIMIT AND REFUNDED BY Program2
001342* GETS A DETAIL WITH STD-WIN-LOSS "R": STAKE AS PLACED, PAYOUT,
001345* OUTCOME AND RATE ZERO.  ITS STAKE WAS NEVER TAKEN FROM THE
001348* BALANCE, SO NO MONEY MOVES; THE DETAIL IS THERE SO THE GENERAL
001351* LEDGER INTERFACE (Program24) CAN BOOK THE REFUND.  THE TRAILER
001354* COUNT AND STAKE HASH INCLUDE THE "R" DETAILS.
001357*
001360* A COMBINATION BET (SEE BETREC) SETTLES AS ONE DETAIL:
001363* STD-SEQUENCE IS THE FIRST LEG, STD-LEG-COUNT THE NUMBER OF
001366* LEGS, STD-LEG-PICKS THE PICK FOR EACH LEG, STD-PICK AND
001369* STD-OUTCOME LEG 1 ONLY, AND STD-RATE THE COMBINATION
001372* MULTIPLIER, SO PAYOUT = STAKE * RATE STILL HOLDS.  A SINGLE
001375* BET CARRIES LEG COUNT 01; A DETAIL WRITTEN BEFORE THE LEG
001378* FIELDS EXISTED HAS SPACES THERE AND IS A SINGLE.
001400*----------------------------------------------------------------
001500* MODIFICATION HISTORY
001600*----------------------------------------------------------------
001920*                 TO THE BET (FROM THE PAYRATE MASTER), SO THE
001930*                 CASH OFFICE CAN VERIFY THE ARITHMETIC.  ALL
001940*                 THREE LAYOUTS GREW FROM 63 TO 68 BYTES.
001950* 10/15/2026 RA   ADDED CONDITION NAMES ON STD-WIN-LOSS, WITH
001960*                 "V" FOR THE VOID-REVERSAL DETAIL WRITTEN BY
001970*                 Program22.
001980* 10/15/2026 RA   ADDED "R" ON STD-WIN-LOSS FOR A CARRIED BET
001990*                 REFUNDED BY Program2.
001991* 10/15/2026 RA   ADDED STD-LEG-COUNT AND STD-LEG-PICKS FOR
001992*                 COMBINATION BETS.  ALL THREE LAYOUTS GREW
001993*                 FROM 68 TO 78 BYTES.
001994* 10/15/2026 RA   ADDED STH-VOIDED-DATE TO THE HEADER, OUT OF ITS
001995*                 FILLER - LENGTH UNCHANGED.
002000*----------------------------------------------------------------
002100 01  SETTLEMENT-HEADER-RECORD.
002200     05  STH-RECORD-TYPE         PIC X(02).
002300     05  FILLER                  PIC X(01).
002400     05  STH-SETTLE-DATE         PIC 9(08).
002410     05  FILLER                  PIC X(01).
002420     05  STH-VOIDED-DATE         PIC X(08).
002430     05  STH-VOIDED-DATE-NUM REDEFINES STH-VOIDED-DATE
002440                                 PIC 9(08).
002500     05  FILLER                  PIC X(58).
002600
002700 01  SETTLEMENT-DETAIL-RECORD.
002800     05  STD-RECORD-TYPE         PIC X(02).
004200     05  STD-PAYOUT              PIC 9(07)V9(02).
004300     05  FILLER                  PIC X(01).
004400     05  STD-WIN-LOSS            PIC X(01).
004410         88  STD-WIN             VALUE "W".
004420         88  STD-LOSS            VALUE "L".
004430         88  STD-VOID-REVERSAL   VALUE "V".
004440         88  STD-REFUND          VALUE "R".
004500     05  FILLER                  PIC X(01).
004600     05  STD-SETTLE-DATE         PIC 9(08).
004610     05  FILLER                  PIC X(01).
004620     05  STD-RATE                PIC 9(02)V9(02).
004630     05  FILLER                  PIC X(01).
004640     05  STD-LEG-COUNT           PIC X(02).
004650     05  STD-LEG-COUNT-NUM REDEFINES STD-LEG-COUNT
004660                                 PIC 9(02).
004670     05  FILLER                  PIC X(01).
004680     05  STD-LEG-PICKS           PIC X(06).
004700
004800 01  SETTLEMENT-TRAILER-RECORD.
004900     05  STT-RECORD-TYPE         PIC X(02).
005300     05  STT-STAKE-HASH          PIC 9(13)V9(02).
005400     05  FILLER                  PIC X(01).
005500     05  STT-PAYOUT-HASH         PIC 9(13)V9(02).
005600     05  FILLER                  PIC X(34).
