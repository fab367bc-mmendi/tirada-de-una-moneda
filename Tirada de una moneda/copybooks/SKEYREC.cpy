000100*----------------------------------------------------------------
000200* SKEYREC - POSTED CASHIER SLIP KEY RECORD LAYOUT
000300*----------------------------------------------------------------
000400* ONE RECORD PER CASHIER SLIP NUMBER EVER POSTED, IN THE INDEXED
000500* FILE SLIPKEY KEYED BY THE SLIP NUMBER, SO THE CASHIER POSTING
000600* (Program23) REFUSES A SLIP THAT COMES BACK WITH ONE KEYED READ
000700* INSTEAD OF SCANNING THE WHOLE POSTING JOURNAL.  Program23
000800* WRITES THE RECORD BEFORE IT MOVES THE BALANCE AND TAKES IT
000900* OFF AGAIN ONLY IF THE BETTOR MASTER REWRITE FAILS, SO A SLIP
001000* ON SLIPKEY HAS BEEN POSTED.  THE FIRST RUN AGAINST A FRESHLY
001100* DEFINED CLUSTER LOADS IT FROM THE D AND W MOVEMENTS ALREADY
001200* ON POSTJRNL (SEE PJRNREC.cpy).
001300*----------------------------------------------------------------
001400* MODIFICATION HISTORY
001500*----------------------------------------------------------------
001600* DATE       INIT DESCRIPTION
001700* ---------- ---- -----------------------------------------------
001800* 10/15/2026 RA   ORIGINAL COPYBOOK.
001900*----------------------------------------------------------------
002000 01  SLIP-KEY-RECORD.
002100     05  SK-SLIP-NUMBER          PIC X(08).
002200     05  FILLER                  PIC X(01).
002300     05  SK-POST-DATE            PIC 9(08).
002400     05  FILLER                  PIC X(01).
002500     05  SK-ACCOUNT-ID           PIC X(10).
002600     05  FILLER                  PIC X(01).
002700     05  SK-MOVE-TYPE            PIC X(01).
002800     05  FILLER                  PIC X(01).
002900     05  SK-CASHIER-ID           PIC X(06).
003000     05  FILLER                  PIC X(03).
